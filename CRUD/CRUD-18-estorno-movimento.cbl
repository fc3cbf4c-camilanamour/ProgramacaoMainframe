      *               (devolucao ao fornecedor): estornar uma
      *               devolucao devolve o saldo como o estorno de
      *               uma saida
      * 15 OUT 2026 - ajuste de custo do rateio de despesas (tipo C,
      *               sem quantidade) aparece na lista mas nao pode
      *               ser estornado
      * 15 OUT 2026 - estorno de lancamento que mexeu em estoque
      *               consignado devolve o saldo de CONSIGNACAO e
      *               marca o consumo como estornado, para ele sair do
      *               acerto com o fornecedor; consumo ja acertado nao
      *               pode mais ser estornado
      * 15 OUT 2026 - devolucao do departamento (MOV-TIPO R) aparece na
      *               lista mas nao pode ser estornada, e a saida que ja
      *               teve devolucao tambem nao (o estorno devolveria de
      *               novo o que ja voltou); movimento gravado aqui zera
      *               o novo MOV-SAIDA-ORIGEM
      * 15 OUT 2026 - estorno herda a ordem de servico
      *               (MOV-ORDEM-SERVICO) do movimento estornado, para o
      *               custo da ordem abater o que voltou
      * 15 OUT 2026 - o estorno herda o MOV-MOTIVO do lancamento
      *               original, para a prova de evolucao do valor do
      *               estoque desfazer o estornado na mesma linha
      * 15 OUT 2026 - todo numero tirado de CONTROLE-NUMERACAO agora
      *               fica anotado no diario NUMERACAO-EMITIDA (data,
      *               hora e usuario), para a conferencia do livro
      *               explicar falha na numeracao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-18-estorno-movimento.
           COPY PERSEL.
           COPY LOGSEL.
           COPY SEQSEL.
           COPY SQESEL.
           COPY ERRSEL.
           COPY CSGSEL.
           COPY MCSSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PERFD.
           COPY LOGFD.
           COPY SEQFD.
           COPY SQEFD.
           COPY ERRFD.
           COPY CSGFD.
           COPY MCSFD.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 99.
       77 WS-TIPO-ORIGINAL     PIC X(01).
       77 WS-QTD-ORIGINAL      PIC 9(09).
       77 WS-DESTINO-ORIGINAL  PIC X(06).
       77 WS-OS-ORIGINAL       PIC 9(09).
       77 WS-MOTIVO-ORIGINAL   PIC X(01).
       77 WS-ESTOQUE-PROJETADO PIC 9(09).
       77 WS-PODE-ESTORNAR     PIC X VALUE 'N'.
       77 WS-REGRAVOU          PIC X VALUE SPACE.
           COPY SEQWS.
           COPY PRODPATH.
           COPY PERWS.
           COPY CSGWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                               DISPLAY '  MOV ' MOV-NUMERO
                                   ' ENTRADA DE ' MOV-QUANTIDADE
                                   ' EM ' MOV-DATA
                           ELSE
                           IF MOV-AJUSTE-CUSTO
                               DISPLAY '  MOV ' MOV-NUMERO
                                   ' AJUSTE DE CUSTO EM ' MOV-DATA
                           ELSE
                           IF MOV-DEVOLUCAO-DEPTO
                               DISPLAY '  MOV ' MOV-NUMERO
                                   ' DEVOLUCAO DO DESTINO ' MOV-DESTINO
                                   ' DE ' MOV-QUANTIDADE ' EM '
                                   MOV-DATA ' (SAIDA '
                                   MOV-SAIDA-ORIGEM ')'
                           ELSE
                               DISPLAY '  MOV ' MOV-NUMERO
                                   ' SAIDA DE ' MOV-QUANTIDADE
                                   ' EM ' MOV-DATA
                           END-IF
                           END-IF
                           END-IF
                           IF MOV-ESTORNO-DE NOT EQUAL ZEROS
                               DISPLAY '    (ESTORNO DO MOVIMENTO '
                                   MOV-ESTORNO-DE ')'
                               'ESTORNO, NAO PODE SER ESTORNADO'
                           MOVE 'S' TO WS-JA-ESTORNADO
                       END-IF
                       IF MOV-AJUSTE-CUSTO
                           DISPLAY 'AJUSTE DE CUSTO DE RATEIO NAO MOVE '
                               'QUANTIDADE, NAO PODE SER ESTORNADO'
                           MOVE 'S' TO WS-JA-ESTORNADO
                       END-IF
                       IF MOV-DEVOLUCAO-DEPTO
                           DISPLAY 'DEVOLUCAO DE DEPARTAMENTO NAO PODE '
                               'SER ESTORNADA, LANCE NOVA SAIDA AO '
                               'DESTINO'
                           MOVE 'S' TO WS-JA-ESTORNADO
                       END-IF
                       MOVE 'S' TO WS-ACHOU
                       MOVE MOV-TIPO TO WS-TIPO-ORIGINAL
                       MOVE MOV-QUANTIDADE TO WS-QTD-ORIGINAL
                       MOVE MOV-DESTINO TO WS-DESTINO-ORIGINAL
                       IF MOV-ORDEM-SERVICO IS NUMERIC
                           MOVE MOV-ORDEM-SERVICO TO WS-OS-ORIGINAL
                       ELSE
                           MOVE ZEROS TO WS-OS-ORIGINAL
                       END-IF
                       MOVE MOV-MOTIVO TO WS-MOTIVO-ORIGINAL
                   END-IF
                   IF MOV-ESTORNO-DE EQUAL WS-NUMERO-BUSCA
                       MOVE 'S' TO WS-JA-ESTORNADO
                   END-IF
                   IF MOV-DEVOLUCAO-DEPTO AND
                      MOV-SAIDA-ORIGEM EQUAL WS-NUMERO-BUSCA
                       DISPLAY 'SAIDA JA TEVE DEVOLUCAO DO '
                           'DEPARTAMENTO (MOV ' MOV-NUMERO
                           '), NAO PODE SER ESTORNADA'
                       MOVE 'S' TO WS-JA-ESTORNADO
                   END-IF
               END-READ
            END-PERFORM
            CLOSE MOVIMENTO-ESTOQUE
            MOVE 'N' TO WS-CSG-MCS-ACHADO
            IF WS-ACHOU EQUAL 'S'
                MOVE WS-NUMERO-BUSCA TO WS-CSG-ESTORNO-DE
                PERFORM 9894-LOCALIZAR-MOV-CONSIGNADO
                IF WS-CSG-MCS-ACHADO EQUAL 'S' AND
                   WS-CSG-SITUACAO EQUAL 'A'
                    DISPLAY 'CONSUMO CONSIGNADO JA ACERTADO COM O '
                        'FORNECEDOR, NAO PODE SER ESTORNADO'
                    MOVE 'S' TO WS-JA-ESTORNADO
                END-IF
            END-IF.

      ****** APLICA O LANCAMENTO COMPENSATORIO **************************
       3000-APLICAR-ESTORNO.
                END-IF
                MOVE ZEROS TO MOV-REQUISICAO
                MOVE ZEROS TO MOV-CONJUNTO
                MOVE ZEROS TO MOV-SAIDA-ORIGEM
                MOVE WS-OS-ORIGINAL TO MOV-ORDEM-SERVICO
                MOVE WS-MOTIVO-ORIGINAL TO MOV-MOTIVO
                ACCEPT MOV-HORA FROM TIME
                ACCEPT MOV-OPERADOR FROM ENVIRONMENT 'USER'
                IF MOV-OPERADOR EQUAL SPACES
                END-IF
                WRITE REG-MOVIMENTO-MES FROM REG-MOVIMENTO
                CLOSE MOVIMENTO-MES
                IF WS-CSG-MCS-ACHADO EQUAL 'S'
                    MOVE WS-NUMERO-BUSCA TO WS-CSG-ESTORNO-DE
                    PERFORM 9895-ESTORNAR-CONSIGNADO
                    DISPLAY 'SALDO CONSIGNADO DO FORNECEDOR '
                        WS-CSG-FORNECEDOR ' CORRIGIDO EM '
                        WS-CSG-QTD-CONSIG
                END-IF
                DISPLAY 'ESTORNO GRAVADO COMO MOVIMENTO ' MOV-NUMERO
                    ', NOVO SALDO: ' ESTOQUE-PRODUTO
                MOVE 'ESTORNO' TO LOG-OPERACAO
           COPY ERRGRV.
           COPY SEQNXT.
           COPY PERCHK.
           COPY CSGMOV.

       END PROGRAM CRUD-18-estorno-movimento.
