      ******************************************************************
      * Author: HENRIQUE STEFANUTTI
      * Date:  10/2026
      * Purpose: CONVERSAO UNICA DO CADASTRO DE CENTROS DE CUSTO PARA O
      *          LEIAUTE COM A COTA MENSAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONVCEN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      * O CADASTRO NO LEIAUTE ANTERIOR (35 POSICOES) E RENOMEADO PARA
      * CENTROS.ANT ANTES DA CONVERSAO; O CENTROS.DAT E CRIADO AQUI.
           SELECT ARQUIVO-CENTROS-ANTERIOR ASSIGN TO "CENTROS.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-ANT-CODIGO
               FILE STATUS IS WS-STATUS-ANTERIOR.

           SELECT ARQUIVO-CENTROS ASSIGN TO "CENTROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CEN-CODIGO
               FILE STATUS IS WS-STATUS-CENTROS.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "CONVCEN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CENTROS-ANTERIOR.
       01  FD-REGISTRO-ANTERIOR.
           05 FD-ANT-CODIGO        PIC X(4).
           05 FD-ANT-NOME          PIC X(30).
           05 FD-ANT-ATIVO         PIC X.

       FD  ARQUIVO-CENTROS.
       01  FD-REGISTRO-CENTRO.
           05 FD-CEN-CODIGO        PIC X(4).
           05 FD-CEN-NOME          PIC X(30).
           05 FD-CEN-ATIVO         PIC X.
           05 FD-CEN-COTA-QTD      PIC 9(7).
           05 FD-CEN-COTA-VALOR    PIC 9(9)V99.
           05 FD-CEN-PCT-AVISO     PIC 9(3).

       FD  ARQUIVO-RELATORIO.
       01  FD-LINHA-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-STATUS-ANTERIOR      PIC XX VALUE SPACES.
        01 WS-STATUS-CENTROS       PIC XX VALUE SPACES.
        01 WS-STATUS-RELATORIO     PIC XX VALUE SPACES.

        01 WS-AUTORIZACAO.
           05 WS-AUT-USUARIO          PIC X(8)  VALUE SPACES.
           05 WS-AUT-SENHA            PIC X(8)  VALUE SPACES.
           05 WS-AUT-FUNCAO           PIC X     VALUE SPACE.
           05 WS-AUT-PROGRAMA         PIC X(11) VALUE SPACES.
           05 WS-AUT-NOME             PIC X(30) VALUE SPACES.
           05 WS-AUT-RESULTADO        PIC X(2)  VALUE SPACES.
              88 ACESSO-LIBERADO            VALUE "00".
           05 WS-AUT-MOTIVO           PIC X(30) VALUE SPACES.

        01 WS-FLAGS.
           05 WS-EOF-ANTERIOR         PIC X VALUE "N".
              88 FIM-ARQUIVO-ANTERIOR       VALUE "S".
           05 WS-CENTROS-ABERTO       PIC X VALUE "N".
              88 CENTROS-ABERTO             VALUE "S".

        01 WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(9) VALUE ZERO.
           05 WS-QTD-GRAVADOS         PIC 9(9) VALUE ZERO.
           05 WS-QTD-NAO-GRAVADOS     PIC 9(9) VALUE ZERO.

        01 WS-CAB-CONVERSAO.
           05 FILLER PIC X(132) VALUE
              "RELATORIO DE CONVERSAO DOS CENTROS DE CUSTO - CONVCEN".

        01 WS-LINHA-OPERADOR.
           05 FILLER                   PIC X(34) VALUE
              "OPERADOR..........................".
           05 WS-RCV-USUARIO-ED        PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RCV-NOME-ED           PIC X(30).
           05 FILLER                   PIC X(59) VALUE SPACES.

        01 WS-LINHA-CONTAGEM.
           05 WS-RCV-DESCRICAO         PIC X(34).
           05 WS-RCV-VALOR-ED          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(87) VALUE SPACES.

        01 WS-LINHA-TITULO             PIC X(132) VALUE SPACES.

        01 WS-CAB-CENTROS.
           05 FILLER PIC X(132) VALUE
              "CODIGO  NOME                            ATIVO  SITUACAO".

        01 WS-LINHA-CENTRO.
           05 WS-RCV-CEN-CODIGO        PIC X(4).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-RCV-CEN-NOME          PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCV-CEN-ATIVO         PIC X.
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 WS-RCV-CEN-SITUACAO      PIC X(30).
           05 FILLER                   PIC X(55) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM IDENTIFICA-OPERADOR

           IF RETURN-CODE = ZERO
               PERFORM ABRE-CENTROS-ANTERIOR
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM CRIA-CENTROS
           END-IF

           IF RETURN-CODE = ZERO
               OPEN OUTPUT ARQUIVO-RELATORIO
               IF WS-STATUS-RELATORIO NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CONVCEN.TXT ("
                      "STATUS " WS-STATUS-RELATORIO ")."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   WRITE FD-LINHA-RELATORIO FROM WS-CAB-CONVERSAO
                   MOVE WS-AUT-USUARIO TO WS-RCV-USUARIO-ED
                   MOVE WS-AUT-NOME    TO WS-RCV-NOME-ED
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-OPERADOR
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
                   WRITE FD-LINHA-RELATORIO FROM WS-CAB-CENTROS

                   PERFORM UNTIL FIM-ARQUIVO-ANTERIOR
                       READ ARQUIVO-CENTROS-ANTERIOR
                           AT END
                               MOVE "S" TO WS-EOF-ANTERIOR
                           NOT AT END
                               PERFORM GRAVA-CENTRO-CONVERTIDO
                       END-READ
                   END-PERFORM

                   PERFORM ESCREVE-CONTAGENS-CONVERSAO
                   CLOSE ARQUIVO-RELATORIO
               END-IF
           END-IF

           IF CENTROS-ABERTO
               CLOSE ARQUIVO-CENTROS
               CLOSE ARQUIVO-CENTROS-ANTERIOR
           END-IF

           IF RETURN-CODE = ZERO
               DISPLAY "CONVERSAO CONCLUIDA: " WS-QTD-GRAVADOS
                  " CENTROS GRAVADOS EM CENTROS.DAT."
               IF WS-QTD-NAO-GRAVADOS > ZERO
                   DISPLAY "AVISO: " WS-QTD-NAO-GRAVADOS " CENTROS "
                      "NAO GRAVADOS. VER CONVCEN.TXT."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A CONVERSAO REGRAVA O CADASTRO: EXIGE A MESMA FUNCAO M
      * (MANUTENCAO DE CENTROS) DO MANUTCEN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       IDENTIFICA-OPERADOR.
           DISPLAY "Operador:"
           ACCEPT WS-AUT-USUARIO
           DISPLAY "Senha:"
           ACCEPT WS-AUT-SENHA
           MOVE "M"       TO WS-AUT-FUNCAO
           MOVE "CONVCEN" TO WS-AUT-PROGRAMA
           CALL "AUTORIZA" USING WS-AUTORIZACAO
           IF NOT ACESSO-LIBERADO
               DISPLAY "ERRO: ACESSO NEGADO A " WS-AUT-USUARIO " ("
                  WS-AUT-MOTIVO ")."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ABRE-CENTROS-ANTERIOR.
           OPEN INPUT ARQUIVO-CENTROS-ANTERIOR
           EVALUATE TRUE
               WHEN WS-STATUS-ANTERIOR = "35"
                   DISPLAY "ERRO: CENTROS.ANT NAO ENCONTRADO. "
                      "RENOMEIE O CADASTRO ANTERIOR ANTES DA CONVERSAO."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STATUS-ANTERIOR NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CENTROS.ANT ("
                      "STATUS " WS-STATUS-ANTERIOR ")."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A CONVERSAO NUNCA SOBREPOE UM CENTROS.DAT: SO O CRIA QUANDO
      * ELE NAO EXISTE. UM CADASTRO AINDA NO LEIAUTE ANTERIOR COM ESSE
      * NOME TAMBEM E RECUSADO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CRIA-CENTROS.
           OPEN INPUT ARQUIVO-CENTROS
           EVALUATE TRUE
               WHEN WS-STATUS-CENTROS = "00"
                   CLOSE ARQUIVO-CENTROS
                   DISPLAY "ERRO: CENTROS.DAT JA EXISTE. A CONVERSAO "
                      "SO CRIA UM CADASTRO NOVO."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STATUS-CENTROS = "35"
                   OPEN OUTPUT ARQUIVO-CENTROS
                   IF WS-STATUS-CENTROS NOT = "00"
                       DISPLAY "ERRO: NAO FOI POSSIVEL CRIAR "
                          "CENTROS.DAT (STATUS " WS-STATUS-CENTROS ")."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE "S" TO WS-CENTROS-ABERTO
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: CENTROS.DAT INACESSIVEL (STATUS "
                      WS-STATUS-CENTROS "). RENOMEIE O CADASTRO "
                      "ANTERIOR PARA CENTROS.ANT."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE NOT = ZERO
               CLOSE ARQUIVO-CENTROS-ANTERIOR
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O CENTRO CONSERVA CODIGO, NOME E SITUACAO E ENTRA SEM COTA
      * (ZERO E SEM LIMITE) E COM PERCENTUAL DE AVISO ZERO, QUE ASSUME
      * O PADRAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-CENTRO-CONVERTIDO.
           ADD 1 TO WS-QTD-LIDOS
           MOVE FD-ANT-CODIGO TO FD-CEN-CODIGO
           MOVE FD-ANT-NOME   TO FD-CEN-NOME
           MOVE FD-ANT-ATIVO  TO FD-CEN-ATIVO
           MOVE ZERO          TO FD-CEN-COTA-QTD
           MOVE ZERO          TO FD-CEN-COTA-VALOR
           MOVE ZERO          TO FD-CEN-PCT-AVISO

           MOVE FD-ANT-CODIGO TO WS-RCV-CEN-CODIGO
           MOVE FD-ANT-NOME   TO WS-RCV-CEN-NOME
           MOVE FD-ANT-ATIVO  TO WS-RCV-CEN-ATIVO
           WRITE FD-REGISTRO-CENTRO
               INVALID KEY
                   ADD 1 TO WS-QTD-NAO-GRAVADOS
                   MOVE "CODIGO DUPLICADO - NAO GRAVADO" TO
                      WS-RCV-CEN-SITUACAO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
                   MOVE "CONVERTIDO SEM COTA" TO WS-RCV-CEN-SITUACAO
           END-WRITE
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CENTRO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-CONTAGENS-CONVERSAO.
           MOVE SPACES TO WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO

           MOVE "CENTROS NO CADASTRO ANTERIOR......" TO WS-RCV-DESCRICAO
           MOVE WS-QTD-LIDOS TO WS-RCV-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "CENTROS GRAVADOS EM CENTROS.DAT..." TO WS-RCV-DESCRICAO
           MOVE WS-QTD-GRAVADOS TO WS-RCV-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "CENTROS NAO GRAVADOS.............." TO WS-RCV-DESCRICAO
           MOVE WS-QTD-NAO-GRAVADOS TO WS-RCV-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM CONVCEN.
