           MOVE VVD-TIPO-MOVTO   TO VENDA-TIPO-MOVTO
           MOVE VVD-SINAL        TO VENDA-SINAL-AJUSTE
           MOVE VVD-TIPO-PGTO    TO VENDA-TIPO-PGTO
           MOVE ZEROS            TO VENDA-CLIENTE
           MOVE SPACES           TO REG-SAIDA
           MOVE WS-VENDA-NOVA    TO REG-SAIDA.

           MOVE VPV-PRECO        TO EVT-PRECO-PROMO
           MOVE VPV-INICIO       TO EVT-DATA-INICIO
           MOVE VPV-FIM          TO EVT-DATA-FIM
           MOVE SPACE            TO EVT-ORIGEM
           MOVE SPACES           TO REG-SAIDA
           MOVE WS-EVENTO-NOVO   TO REG-SAIDA.

                   MOVE VLT-NUMERO   TO LOTE-NUMERO
                   MOVE VLT-QTD      TO LOTE-QTD
                   MOVE VLT-VALIDADE TO LOTE-VALIDADE
                   MOVE SPACE        TO LOTE-SITUACAO
                   WRITE REGISTRO-LOTE
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-READ.
                   MOVE VPD-QTD-RECEBIDA TO PED-QTD-RECEBIDA
                   MOVE VPD-CUSTO        TO PED-CUSTO
                   MOVE VPD-SITUACAO     TO PED-SITUACAO
                   MOVE ZEROS            TO PED-NOTA-FISCAL
                                            PED-DATA-FATURA
                   WRITE REGISTRO-PEDIDO
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-READ.
