      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:GRAVA UMA ENTRADA NA TRILHA DE ACESSO AOS DADOS
      *         SENSIVEIS (LGPD)
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO SUBPROGRAMA. RECEBE TIPO (A
      *         ALUNO / R RESPONSAVEL), ID, PROGRAMA, DADO ABERTO E
      *         OPERADOR, CARIMBA DATA/HORA E GRAVA A ENTRADA EM
      *         ACESSOS.DAT, PARA QUE O LGPDTIT RESPONDA QUEM ABRIU
      *         OS DADOS DE UM ALUNO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVAACE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ACESSOS ASSIGN TO
                WS-ACESSOS-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-ACE.

       DATA DIVISION.
       FILE SECTION.
       FD ACESSOS.
           COPY ACESSOS.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.

         77 WS-FS-ACE                      PIC 99.
           88 FS-ACE-OK                    VALUE 0.

       LINKAGE SECTION.
         01 LK-ACE-AREA.
           05 LK-AA-TIPO                   PIC X(01).
           05 LK-AA-ID                     PIC 9(05).
           05 LK-AA-PROGRAMA               PIC X(10).
           05 LK-AA-DADO                   PIC X(12).
           05 LK-AA-OPERADOR               PIC X(10).

       PROCEDURE DIVISION USING LK-ACE-AREA.

       MAIN-PROCEDURE.
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P300-GRAVA          THRU P300-FIM
           PERFORM P900-FIM
           .

       P100-MONTA-CAMINHOS.
           ACCEPT WS-BASE-DIR FROM ENVIRONMENT 'BOLETIMV2_HOME'
           IF WS-BASE-DIR EQUAL SPACES THEN
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ACESSOS.DAT' DELIMITED BY SIZE
                  INTO WS-ACESSOS-PATH
           .
       P100-FIM.
           EXIT.

       P300-GRAVA.
           SET FS-ACE-OK            TO TRUE

           OPEN EXTEND ACESSOS

           IF WS-FS-ACE EQUAL 35 THEN
               OPEN OUTPUT ACESSOS
               CLOSE ACESSOS
               OPEN EXTEND ACESSOS
           END-IF

           IF NOT FS-ACE-OK
               DISPLAY 'ERRO AO ABRIR A TRILHA DE ACESSOS'
               DISPLAY 'FILE STATUS: ' WS-FS-ACE
               GO TO P300-FIM
           END-IF

           MOVE LK-AA-TIPO          TO ACE-TIPO
           MOVE LK-AA-ID            TO ACE-ID
           MOVE LK-AA-PROGRAMA      TO ACE-PROGRAMA
           MOVE LK-AA-DADO          TO ACE-DADO
           MOVE LK-AA-OPERADOR      TO ACE-OPERADOR-ID
           ACCEPT ACE-DATA          FROM DATE YYYYMMDD
           ACCEPT ACE-HORA          FROM TIME

           WRITE REG-ACESSOS

           CLOSE ACESSOS
           .
       P300-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM GRAVAACE.
