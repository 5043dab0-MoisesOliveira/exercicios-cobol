               MOVE "SEPARACAO" TO DESCPROX.
           IF PEDIDO-SEPARACAO
               MOVE "SEPARACAO" TO DESCSTATUS
               MOVE SPACES TO PROXSTATUS
               MOVE "NOTA FISCAL" TO DESCPROX.
           IF PEDIDO-FATURADO
               MOVE "FATURADO" TO DESCSTATUS
               MOVE SPACES TO PROXSTATUS
               MOVE "RETORNO ROM." TO DESCPROX.
           IF PEDIDO-ENTREGUE
               MOVE "ENTREGUE" TO DESCSTATUS
               MOVE SPACES TO PROXSTATUS DESCPROX.
               MOVE " PEDIDO JA ENTREGUE " TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           IF PEDIDO-SEPARACAO
               MOVE " FATURAMENTO SOMENTE PELA EMISSAO DA NOTA FISCAL "
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.
           IF PEDIDO-FATURADO
               MOVE " ENTREGA PELO RETORNO DE ROMANEIO (MENU 74 - R)"
                   TO MENS
               PERFORM FN-MENS THRU FN-MENS-FIM
               GO TO FN-INICIO.

       FN-AVANCA.
           DISPLAY (23, 15) "AVANCAR? (S/N): ".
