      ******************************************************************
      * Author: HENRIQUE STEFANUTTI
      * Date:  10/2026
      * Purpose: IDENTIFICACAO DO OPERADOR E AUTORIZACAO DE FUNCOES
      *          CONTRA O CADASTRO DE USUARIOS (USUARIOS.DAT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AUTORIZA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARQUIVO-USUARIOS ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-USU-ID
               FILE STATUS IS WS-STATUS-USUARIOS.

           SELECT ARQUIVO-VIOLACOES ASSIGN TO "VIOLACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VIOLACOES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      * CADASTRO DE USUARIOS: CADA LETRA EM FUNCOES LIBERA UMA FUNCAO
      * (C CALCULO NO PAINEL, M CENTROS DE CUSTO, T TAXAS, E EXPURGO
      * DO MESTRE, S SOBREPOR ID, U CADASTRO DE USUARIOS).
       FD  ARQUIVO-USUARIOS.
       01  FD-REGISTRO-USUARIO.
           05 FD-USU-ID            PIC X(8).
           05 FD-USU-NOME          PIC X(30).
           05 FD-USU-SENHA         PIC X(8).
           05 FD-USU-FUNCOES       PIC X(10).
           05 FD-USU-ATIVO         PIC X.

       FD  ARQUIVO-VIOLACOES.
       01  FD-LINHA-VIOLACAO       PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-STATUS-USUARIOS      PIC XX VALUE SPACES.
        01 WS-STATUS-VIOLACOES     PIC XX VALUE SPACES.
        01 WS-QTD-FUNCAO           PIC 9(3) VALUE ZERO.
        01 WS-CURRENT-DATE         PIC X(21) VALUE SPACES.

        01 WS-LINHA-VIOLACAO.
           05 WS-VIO-DATA              PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-VIO-HORA              PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-VIO-PROGRAMA          PIC X(11).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-VIO-USUARIO           PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-VIO-FUNCAO            PIC X.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-VIO-RESULTADO         PIC X(2).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-VIO-MOTIVO            PIC X(30).
           05 FILLER                   PIC X(56) VALUE SPACES.

       LINKAGE SECTION.
      * FUNCAO EM BRANCO SO IDENTIFICA O OPERADOR. RESULTADO "00"
      * LIBERA; QUALQUER OUTRO VALOR NEGA E VAI PARA VIOLACOES.TXT.
        01 AUT-PARAMETROS.
           05 AUT-USUARIO             PIC X(8).
           05 AUT-SENHA               PIC X(8).
           05 AUT-FUNCAO              PIC X.
           05 AUT-PROGRAMA            PIC X(11).
           05 AUT-NOME                PIC X(30).
           05 AUT-RESULTADO           PIC X(2).
              88 AUT-LIBERADO               VALUE "00".
           05 AUT-MOTIVO              PIC X(30).

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION USING AUT-PARAMETROS.

       MAIN-PROCEDURE.
           MOVE SPACES TO AUT-NOME
           MOVE "00"   TO AUT-RESULTADO
           MOVE SPACES TO AUT-MOTIVO

           OPEN INPUT ARQUIVO-USUARIOS
           IF WS-STATUS-USUARIOS NOT = "00"
               MOVE "90" TO AUT-RESULTADO
               MOVE "CADASTRO DE USUARIOS AUSENTE" TO AUT-MOTIVO
           ELSE
               MOVE AUT-USUARIO TO FD-USU-ID
               READ ARQUIVO-USUARIOS
                   INVALID KEY
                       MOVE "10" TO AUT-RESULTADO
                       MOVE "OPERADOR DESCONHECIDO" TO AUT-MOTIVO
                   NOT INVALID KEY
                       PERFORM CONFERE-USUARIO
               END-READ
               CLOSE ARQUIVO-USUARIOS
           END-IF

           IF NOT AUT-LIBERADO
               PERFORM REGISTRA-VIOLACAO
           END-IF

           GOBACK.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A SENHA E CONFERIDA ANTES DA SITUACAO E DA FUNCAO, PARA QUE
      * UMA TENTATIVA SEM SENHA NAO REVELE O QUE O OPERADOR PODE FAZER.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFERE-USUARIO.
           MOVE ZERO TO WS-QTD-FUNCAO
           IF AUT-FUNCAO NOT = SPACE
               INSPECT FD-USU-FUNCOES TALLYING WS-QTD-FUNCAO
                   FOR ALL AUT-FUNCAO
           END-IF

           EVALUATE TRUE
               WHEN FD-USU-SENHA NOT = AUT-SENHA
                   MOVE "11" TO AUT-RESULTADO
                   MOVE "SENHA INVALIDA" TO AUT-MOTIVO
               WHEN FD-USU-ATIVO NOT = "S"
                   MOVE "12" TO AUT-RESULTADO
                   MOVE "OPERADOR DESATIVADO" TO AUT-MOTIVO
               WHEN AUT-FUNCAO NOT = SPACE AND WS-QTD-FUNCAO = ZERO
                   MOVE FD-USU-NOME TO AUT-NOME
                   MOVE "20" TO AUT-RESULTADO
                   MOVE "FUNCAO NAO PERMITIDA" TO AUT-MOTIVO
               WHEN OTHER
                   MOVE FD-USU-NOME TO AUT-NOME
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * RELATORIO DE VIOLACOES DE SEGURANCA: IDENTIFICACOES RECUSADAS
      * E FUNCOES NEGADAS, ACRESCIDAS NA ORDEM EM QUE OCORREM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REGISTRA-VIOLACAO.
           OPEN EXTEND ARQUIVO-VIOLACOES
           IF WS-STATUS-VIOLACOES NOT = "00"
               OPEN OUTPUT ARQUIVO-VIOLACOES
           END-IF

           IF WS-STATUS-VIOLACOES NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR VIOLACOES.TXT ("
                  "STATUS " WS-STATUS-VIOLACOES ")."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               STRING WS-CURRENT-DATE(7:2) "/" WS-CURRENT-DATE(5:2) "/"
                      WS-CURRENT-DATE(1:4)
                      DELIMITED BY SIZE INTO WS-VIO-DATA
               STRING WS-CURRENT-DATE(9:2) ":" WS-CURRENT-DATE(11:2)
                      ":" WS-CURRENT-DATE(13:2)
                      DELIMITED BY SIZE INTO WS-VIO-HORA
               MOVE AUT-PROGRAMA  TO WS-VIO-PROGRAMA
               MOVE AUT-USUARIO   TO WS-VIO-USUARIO
               MOVE AUT-FUNCAO    TO WS-VIO-FUNCAO
               MOVE AUT-RESULTADO TO WS-VIO-RESULTADO
               MOVE AUT-MOTIVO    TO WS-VIO-MOTIVO
               WRITE FD-LINHA-VIOLACAO FROM WS-LINHA-VIOLACAO
               CLOSE ARQUIVO-VIOLACOES
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM AUTORIZA.
