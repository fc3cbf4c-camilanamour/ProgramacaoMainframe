      *               tentativas, igual a identificacao de
      *               CRUD-completo — a troca de senha deixou de ser
      *               uma porta lateral para forca bruta
      * 15 OUT 2026 - os parametros de configuracao agora vem do
      *               cadastro PARAMETROS (mantido em
      *               CRUD-42-manter-parametros); a variavel de ambiente
      *               de mesmo nome ainda sobrepoe o valor numa rodada,
      *               desde que dentro da faixa cadastrada
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUD-25-troca-senha.
       FILE-CONTROL.
           COPY USUSEL.
           COPY ACESEL.
           COPY PARSEL.

       DATA DIVISION.
       FILE SECTION.
      ***** NOME DO FILE-CONTROL ***************************************
           COPY USUFD.
           COPY ACEFD.
           COPY PARFD.

       WORKING-STORAGE SECTION.
       77 WS-FS-USU            PIC 99.
       77 WS-SENHA-NOVA-2      PIC X(08).
       77 WS-ACE-RESULTADO     PIC X(08).
       77 WS-MAX-FALHAS        PIC 9(02) VALUE 3.

           COPY PARWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "----------- TROCA DE SENHA ----------------------"
            MOVE 'SENHA_MAX_FALHAS' TO WS-PAR-NOME
            PERFORM 9950-OBTER-PARAMETRO
            IF WS-PAR-NUMERO > ZERO
                MOVE WS-PAR-NUMERO TO WS-MAX-FALHAS
            END-IF
            OPEN I-O USUARIOS
            IF WS-FS-USU NOT EQUAL ZEROS
            END-IF
            WRITE REG-ACESSO
            CLOSE ACESSOS.

           COPY PARLER.
       END PROGRAM CRUD-25-troca-senha.
