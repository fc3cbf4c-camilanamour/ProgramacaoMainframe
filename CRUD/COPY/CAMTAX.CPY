      ******************************************************************
      * Copybook: CAMTAX
      * Purpose:  Busca em CAMBIO a taxa de WS-CAMBIO-MOEDA vigente em
      *           WS-CAMBIO-DATA: a de maior data de vigencia que nao
      *           passa da data pedida. Moeda em branco ou igual a
      *           WS-MOEDA-LOCAL devolve taxa 1. Requires CAMSEL/CAMFD
      *           selected/declared and CAMWS in WORKING-STORAGE.
      *           CAMBIO e aberto e fechado aqui dentro.
      ******************************************************************
       9930-OBTER-TAXA-CAMBIO.
            MOVE ZEROS TO WS-CAMBIO-TAXA
            MOVE 'N' TO WS-CAMBIO-ACHADA
            IF WS-CAMBIO-MOEDA EQUAL SPACES
               OR WS-CAMBIO-MOEDA EQUAL WS-MOEDA-LOCAL
                MOVE 1 TO WS-CAMBIO-TAXA
                MOVE 'S' TO WS-CAMBIO-ACHADA
            ELSE
                OPEN INPUT CAMBIO
                IF WS-FS-CAM EQUAL ZEROS
                    MOVE WS-CAMBIO-MOEDA TO CAM-MOEDA
                    MOVE ZEROS TO CAM-DATA
                    START CAMBIO KEY IS NOT LESS THAN CAM-CHAVE
                    INVALID KEY
                        MOVE 1 TO WS-EOF-CAM
                    NOT INVALID KEY
                        MOVE 0 TO WS-EOF-CAM
                    END-START
                    PERFORM UNTIL WS-EOF-CAM EQUAL 1
                       READ CAMBIO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-CAM
                       NOT AT END
                           IF CAM-MOEDA NOT EQUAL WS-CAMBIO-MOEDA
                              OR CAM-DATA > WS-CAMBIO-DATA
                               MOVE 1 TO WS-EOF-CAM
                           ELSE
                               MOVE CAM-TAXA TO WS-CAMBIO-TAXA
                               MOVE 'S' TO WS-CAMBIO-ACHADA
                           END-IF
                       END-READ
                    END-PERFORM
                    CLOSE CAMBIO
                END-IF
            END-IF.
