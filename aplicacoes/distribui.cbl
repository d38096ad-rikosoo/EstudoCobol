      ******************************************************************
      * Author: HENRIQUE STEFANUTTI
      * Date:  10/2026
      * Purpose: DISTRIBUICAO DOS RESULTADOS DA EXECUCAO EM UM ARQUIVO
      *          DE RETORNO POR CENTRO DE CUSTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DISTRIBUI.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARQUIVO-PARAMETROS ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQUIVO-CATALOGO ASSIGN TO "RUNCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATALOGO.

           SELECT ARQUIVO-LOG ASSIGN TO DYNAMIC WS-NOME-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQUIVO-REJEITOS ASSIGN TO DYNAMIC
               WS-NOME-ARQ-REJEITOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEITOS.

           SELECT ARQUIVO-SUSPENSO ASSIGN TO DYNAMIC
               WS-NOME-ARQ-SUSPENSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUSPENSO.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "SORTWK".

           SELECT ARQUIVO-RETORNO ASSIGN TO DYNAMIC
               WS-NOME-ARQ-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.

           SELECT ARQUIVO-CENTROS ASSIGN TO "CENTROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CEN-CODIGO
               FILE STATUS IS WS-STATUS-CENTROS.

           SELECT ARQUIVO-DISTRIBUICAO ASSIGN TO "DISTRIBUICAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DISTRIBUICAO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PARAMETROS.
       01  FD-REGISTRO-PARAMETROS.
           05 FD-PAR-MODO-EXECUCAO     PIC X.
           05 FILLER                   PIC X.
           05 FD-PAR-RETOMAR-CKPT      PIC X.
           05 FILLER                   PIC X.
           05 FD-PAR-INTERVALO-CKPT    PIC 9(4).
           05 FILLER                   PIC X.
           05 FD-PAR-ARQ-ENTRADA       PIC X(44).
           05 FILLER                   PIC X.
           05 FD-PAR-ARQ-SAIDA         PIC X(44).
           05 FILLER                   PIC X.
           05 FD-PAR-MODO-ARRED        PIC X.
           05 FILLER                   PIC X.
           05 FD-PAR-SOBREPOR-ID       PIC X.
           05 FILLER                   PIC X.
           05 FD-PAR-RUN-ID            PIC X(12).

       FD  ARQUIVO-CATALOGO.
       01  FD-REGISTRO-CATALOGO.
           05 FD-CAT-RUN-ID            PIC X(12).
           05 FILLER                   PIC X.
           05 FD-CAT-DATA              PIC X(10).
           05 FILLER                   PIC X.
           05 FD-CAT-HORA              PIC X(8).
           05 FILLER                   PIC X.
           05 FD-CAT-ARQ-RELATORIO     PIC X(44).
           05 FILLER                   PIC X.
           05 FD-CAT-ARQ-LOG           PIC X(44).
           05 FILLER                   PIC X.
           05 FD-CAT-ARQUIVADO         PIC X.
           05 FILLER                   PIC X.
           05 FD-CAT-ARQ-ENTRADA       PIC X(44).

      * LINHAS DO LOG DE AUDITORIA DA EXECUCAO: OPERANDOS NAS COLUNAS
      * 21-41, RESULTADO (OU "REJEITADO: " E O MOTIVO) A PARTIR DA 43,
      * MARCA DE AJUSTE NA 60, CENTRO NA 80 E ID DE REQUISICAO NA 94.
       FD  ARQUIVO-LOG.
       01  FD-LINHA-LOG.
           05 FILLER                   PIC X(20).
           05 FD-LOG-NUM-INICIAL       PIC X(9).
           05 FILLER                   PIC X.
           05 FD-LOG-OPERADOR          PIC X.
           05 FILLER                   PIC X.
           05 FD-LOG-NUM-FINAL         PIC X(9).
           05 FILLER                   PIC X.
           05 FD-LOG-RESULTADO         PIC X(16).
           05 FILLER                   PIC X.
           05 FD-LOG-AJUSTE            PIC X(8).
           05 FILLER                   PIC X(12).
           05 FD-LOG-CENTRO            PIC X(4).
           05 FILLER                   PIC X(10).
           05 FD-LOG-ID-REQUISICAO     PIC X(7).
           05 FILLER                   PIC X(32).
       01  FD-LINHA-LOG-REJEITADO.
           05 FILLER                   PIC X(42).
           05 FD-LOGR-MARCA            PIC X(11).
           05 FD-LOGR-MOTIVO           PIC X(25).
           05 FILLER                   PIC X(54).
       01  FD-LINHA-LOG-MARCA.
           05 FD-MRC-TEXTO             PIC X(15).
           05 FILLER                   PIC X(26).
           05 FD-MRC-MODO              PIC X.
           05 FILLER                   PIC X(90).

      * REJEITOS DA CALCULADORA: AS 34 PRIMEIRAS COLUNAS DA ENTRADA,
      * SEM CONVERSAO, SEGUIDAS DO MOTIVO E DO TIPO DE MOVIMENTO.
       FD  ARQUIVO-REJEITOS.
       01  FD-REGISTRO-REJEITO.
           05 FD-REJ-NUM-INICIAL       PIC X(8).
           05 FILLER                   PIC X.
           05 FD-REJ-OPERADOR          PIC X.
           05 FILLER                   PIC X.
           05 FD-REJ-NUM-FINAL         PIC X(8).
           05 FILLER                   PIC X.
           05 FD-REJ-ID                PIC X(7).
           05 FILLER                   PIC X.
           05 FD-REJ-CENTRO            PIC X(4).
           05 FILLER                   PIC X(3).
           05 FD-REJ-MOTIVO            PIC X(25).
           05 FILLER                   PIC X.
           05 FD-REJ-TIPO-MOVIMENTO    PIC X.

      * REGISTROS RETIDOS POR COTA NA EXECUCAO: AS LINHAS DE ENTRADA
      * COMO SUBMETIDAS, ENTRE UM CABECALHO "H" E UM TRAILER "T".
       FD  ARQUIVO-SUSPENSO.
       01  FD-REGISTRO-SUSPENSO.
           05 FD-SUS-NUM-INICIAL       PIC X(8).
           05 FILLER                   PIC X.
           05 FD-SUS-OPERADOR          PIC X.
           05 FILLER                   PIC X.
           05 FD-SUS-NUM-FINAL         PIC X(8).
           05 FILLER                   PIC X.
           05 FD-SUS-ID                PIC X(7).
           05 FILLER                   PIC X.
           05 FD-SUS-CENTRO            PIC X(4).
           05 FILLER                   PIC X(48).
       01  FD-REGISTRO-SUSPENSO-MARCA.
           05 FD-SUS-MARCA             PIC X(2).
           05 FILLER                   PIC X(78).

       SD  ARQUIVO-ORDENACAO.
       01  SD-REGISTRO-ORDENACAO.
           05 SD-CENTRO                PIC X(4).
           05 SD-SEQUENCIA             PIC 9(9).
           05 SD-ID                    PIC X(7).
           05 SD-NUM-INICIAL           PIC X(9).
           05 SD-OPERADOR              PIC X.
           05 SD-NUM-FINAL             PIC X(9).
           05 SD-SITUACAO              PIC X(10).
           05 SD-RESULTADO             PIC X(16).
           05 SD-MOTIVO                PIC X(25).
           05 SD-VALOR                 PIC S9(10)V99.

       FD  ARQUIVO-RETORNO.
       01  FD-LINHA-RETORNO            PIC X(100).

       FD  ARQUIVO-CENTROS.
       01  FD-REGISTRO-CENTRO.
           05 FD-CEN-CODIGO        PIC X(4).
           05 FD-CEN-NOME          PIC X(30).
           05 FD-CEN-ATIVO         PIC X.
           05 FD-CEN-COTA-QTD      PIC 9(7).
           05 FD-CEN-COTA-VALOR    PIC 9(9)V99.
           05 FD-CEN-PCT-AVISO     PIC 9(3).

       FD  ARQUIVO-DISTRIBUICAO.
       01  FD-LINHA-DISTRIBUICAO       PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-STATUS-PARAMETROS    PIC XX VALUE SPACES.
        01 WS-STATUS-CATALOGO      PIC XX VALUE SPACES.
        01 WS-STATUS-LOG           PIC XX VALUE SPACES.
        01 WS-STATUS-REJEITOS      PIC XX VALUE SPACES.
        01 WS-STATUS-SUSPENSO      PIC XX VALUE SPACES.
        01 WS-STATUS-RETORNO       PIC XX VALUE SPACES.
        01 WS-STATUS-CENTROS       PIC XX VALUE SPACES.
        01 WS-STATUS-DISTRIBUICAO  PIC XX VALUE SPACES.

        01 WS-NOME-ARQ-LOG         PIC X(44) VALUE SPACES.
        01 WS-NOME-ARQ-REJEITOS    PIC X(44) VALUE "ENTRADA.ERR".
        01 WS-NOME-ARQ-SUSPENSO    PIC X(44) VALUE SPACES.
        01 WS-NOME-ARQ-RETORNO     PIC X(44) VALUE SPACES.
        01 WS-RUN-ID-PEDIDO        PIC X(12) VALUE SPACES.
        01 WS-RUN-ID-DISTRIBUIDO   PIC X(12) VALUE SPACES.
        01 WS-RUN-ID-ULTIMO        PIC X(12) VALUE SPACES.
        01 WS-DATA-EXECUCAO        PIC X(10) VALUE SPACES.
        01 WS-MODO-EXECUCAO        PIC X     VALUE "B".
           88 MODO-RESSUBMISSAO    VALUE "R", "r".
        01 WS-CENTRO-ATUAL         PIC X(4)  VALUE SPACES.
        01 WS-NOME-CENTRO          PIC X(30) VALUE SPACES.

        01 WS-FLAGS.
           05 WS-EOF-ARQUIVO          PIC X VALUE "N".
              88 FIM-ARQUIVO                VALUE "S".
           05 WS-EOF-CATALOGO         PIC X VALUE "N".
              88 FIM-ARQUIVO-CATALOGO       VALUE "S".
           05 WS-EOF-ORDENACAO        PIC X VALUE "N".
              88 FIM-ORDENACAO              VALUE "S".
           05 WS-EOF-CENTROS          PIC X VALUE "N".
              88 FIM-ARQUIVO-CENTROS        VALUE "S".
           05 WS-RUN-ENCONTRADO       PIC X VALUE "N".
              88 RUN-ENCONTRADO             VALUE "S".
           05 WS-REJEITOS-DO-LOG      PIC X VALUE "N".
              88 REJEITOS-DO-LOG            VALUE "S".
           05 WS-CENTROS-DISPONIVEL   PIC X VALUE "N".
              88 CENTROS-DISPONIVEL         VALUE "S".
           05 WS-RETORNO-ABERTO       PIC X VALUE "N".
              88 RETORNO-ABERTO             VALUE "S".
           05 WS-CENTRO-ENCONTRADO    PIC X VALUE "N".
              88 CENTRO-ENCONTRADO          VALUE "S".

        01 WS-CONTADORES.
           05 WS-QTD-LIBERADOS        PIC 9(9) VALUE ZERO.
           05 WS-QTD-SEM-CENTRO       PIC 9(9) VALUE ZERO.
           05 WS-QTD-DISTRIBUIDAS     PIC 9(9) VALUE ZERO.
           05 WS-QTD-SEM-MOVIMENTO    PIC 9(5) VALUE ZERO.
           05 WS-RET-QTD-LINHAS       PIC 9(9) VALUE ZERO.
           05 WS-RET-QTD-CALCULADOS   PIC 9(9) VALUE ZERO.
           05 WS-RET-QTD-REJEITADOS   PIC 9(9) VALUE ZERO.
           05 WS-RET-QTD-RETIDOS      PIC 9(9) VALUE ZERO.
           05 WS-RET-SOMA             PIC S9(12)V99 VALUE ZERO.

      * CENTROS QUE RECEBERAM RETORNO NESTA EXECUCAO, PARA APONTAR NO
      * FINAL OS CENTROS ATIVOS QUE NADA SUBMETERAM.
        01 WS-TABELA-RETORNOS.
           05 WS-QTD-RETORNOS         PIC 9(4) VALUE ZERO.
           05 WS-RETORNO-CENTRO       PIC X(4) OCCURS 500 TIMES.
        01 WS-IND-RET              PIC 9(4) VALUE ZERO.

        01 WS-RESULTADO-NUM        PIC S9(10)V99 VALUE ZERO.
        01 WS-RESULTADO-EDITADO    PIC -,---,---,--9.99.
        01 WS-RESULTADO-EDITADO-X  REDEFINES WS-RESULTADO-EDITADO
                                   PIC X(16).

        01 WS-OPERANDO-BRUTO       PIC X(8)  VALUE SPACES.
        01 WS-OPERANDO-SLS         PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
        01 WS-OPERANDO-SLS-X       REDEFINES WS-OPERANDO-SLS
                                   PIC X(8).
        01 WS-OPERANDO-EDITADO     PIC --,--9.99.
        01 WS-OPERANDO-EDITADO-X   REDEFINES WS-OPERANDO-EDITADO
                                   PIC X(9).

      * ARQUIVO DE RETORNO: CABECALHO (CENTRO E EXECUCAO), UMA LINHA
      * POR REQUISICAO E TRAILER COM AS CONTAGENS E O TOTAL DOS
      * RESULTADOS CALCULADOS, PARA O CENTRO CONFERIR COM O QUE
      * SUBMETEU. A CONTAGEM DE RETIDOS POR COTA VEM NO FINAL DO
      * TRAILER, DEPOIS DO TOTAL.
        01 WS-CABECALHO-RETORNO.
           05 FILLER                   PIC X(2)  VALUE "H ".
           05 WS-CBR-DATA              PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-CBR-CENTRO            PIC X(4).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-CBR-RUN-ID            PIC X(12).
           05 FILLER                   PIC X(70) VALUE SPACES.

        01 WS-LINHA-RETORNO.
           05 WS-RET-ID                PIC X(7).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RET-NUM-INICIAL       PIC X(9).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RET-OPERADOR          PIC X.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RET-NUM-FINAL         PIC X(9).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RET-SITUACAO          PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RET-RESULTADO         PIC X(16).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RET-MOTIVO            PIC X(25).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RET-RUN-ID            PIC X(12).
           05 FILLER                   PIC X(4)  VALUE SPACES.

        01 WS-TRAILER-RETORNO.
           05 FILLER                   PIC X(2)  VALUE "T ".
           05 WS-TRR-LINHAS            PIC 9(9).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-TRR-CALCULADOS        PIC 9(9).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-TRR-REJEITADOS        PIC 9(9).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-TRR-SOMA              PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-TRR-RETIDOS           PIC 9(9).
           05 FILLER                   PIC X(43) VALUE SPACES.

        01 WS-CAB-DISTRIBUICAO.
           05 FILLER PIC X(132) VALUE
              "RELATORIO DE DISTRIBUICAO DOS RETORNOS - DISTRIBUI".

        01 WS-LINHA-RUN.
           05 FILLER                   PIC X(34) VALUE
              "EXECUCAO DISTRIBUIDA..............".
           05 WS-DST-RUN-ID            PIC X(12).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DST-ORIGEM-REJ        PIC X(40).
           05 FILLER                   PIC X(43) VALUE SPACES.

        01 WS-CAB-COLUNAS.
           05 FILLER PIC X(38) VALUE "CENTRO NOME".
           05 FILLER PIC X(29) VALUE "ARQUIVO DE RETORNO".
           05 FILLER PIC X(52) VALUE
              "     LINHAS  CALCULAD.  REJEITAD.    TOTAL CALCULADO".
           05 FILLER PIC X(13) VALUE "  RETIDOS".

        01 WS-LINHA-CENTRO.
           05 WS-DST-CENTRO            PIC X(4).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DST-NOME              PIC X(30).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-DST-ARQUIVO           PIC X(29).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-DST-LINHAS            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-DST-CALCULADOS        PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-DST-REJEITADOS        PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-DST-SOMA              PIC ---,---,---,--9.99.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 WS-DST-RETIDOS           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.

        01 WS-CAB-SEM-MOVIMENTO.
           05 FILLER PIC X(132) VALUE
              "CENTROS ATIVOS SEM MOVIMENTO NESTA EXECUCAO:".

        01 WS-LINHA-SEM-MOVIMENTO.
           05 WS-SMV-CENTRO            PIC X(4).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-SMV-NOME              PIC X(30).
           05 FILLER                   PIC X(95) VALUE SPACES.

        01 WS-LINHA-TOTAL.
           05 FILLER                   PIC X(21) VALUE
              "CENTROS COM RETORNO: ".
           05 WS-TOT-RETORNOS          PIC ZZZ9.
           05 FILLER                   PIC X(25) VALUE
              "  CENTROS SEM MOVIMENTO: ".
           05 WS-TOT-SEM-MOVIMENTO     PIC ZZZZ9.
           05 FILLER                   PIC X(23) VALUE
              "  LINHAS DISTRIBUIDAS: ".
           05 WS-TOT-DISTRIBUIDAS      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(16) VALUE
              "  SEM CENTRO: ".
           05 WS-TOT-SEM-CENTRO        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(16) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LE-PARAMETROS
           PERFORM RESOLVE-EXECUCAO

           IF RETURN-CODE = ZERO
               OPEN OUTPUT ARQUIVO-DISTRIBUICAO
               IF WS-STATUS-DISTRIBUICAO NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR "
                      "DISTRIBUICAO.TXT (STATUS "
                      WS-STATUS-DISTRIBUICAO ")."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRE-CENTROS
                   WRITE FD-LINHA-DISTRIBUICAO FROM WS-CAB-DISTRIBUICAO

                   SORT ARQUIVO-ORDENACAO
                       ON ASCENDING KEY SD-CENTRO SD-SEQUENCIA
                       INPUT PROCEDURE IS SEPARA-LINHAS-EXECUCAO
                       OUTPUT PROCEDURE IS GRAVA-RETORNOS

                   IF RETURN-CODE NOT = 8
                       PERFORM LISTA-CENTROS-SEM-MOVIMENTO
                       PERFORM ESCREVE-TOTAIS-DISTRIBUICAO
                   END-IF

                   IF CENTROS-DISPONIVEL
                       CLOSE ARQUIVO-CENTROS
                   END-IF
                   CLOSE ARQUIVO-DISTRIBUICAO
               END-IF
           END-IF

           GOBACK.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LE-PARAMETROS.
           OPEN INPUT ARQUIVO-PARAMETROS
           IF WS-STATUS-PARAMETROS = "00"
               READ ARQUIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-PAR-RUN-ID TO WS-RUN-ID-PEDIDO
               END-READ
               CLOSE ARQUIVO-PARAMETROS
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMO NA CONCILIACAO: COM UM IDENTIFICADOR EM PARAMETROS.DAT
      * VALE AQUELA EXECUCAO; SEM ELE, A ULTIMA CATALOGADA. SEM O
      * CATALOGO NAO HA EXECUCAO A CARIMBAR NOS RETORNOS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       RESOLVE-EXECUCAO.
           OPEN INPUT ARQUIVO-CATALOGO
           IF WS-STATUS-CATALOGO = "00"
               PERFORM UNTIL FIM-ARQUIVO-CATALOGO
                   READ ARQUIVO-CATALOGO
                       AT END
                           MOVE "S" TO WS-EOF-CATALOGO
                       NOT AT END
                           PERFORM CONFERE-ENTRADA-CATALOGO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CATALOGO
           END-IF

           IF NOT RUN-ENCONTRADO
               IF WS-RUN-ID-PEDIDO NOT = SPACES
                   DISPLAY "ERRO: EXECUCAO " WS-RUN-ID-PEDIDO
                      " NAO ENCONTRADA EM RUNCAT.DAT."
               ELSE
                   DISPLAY "ERRO: NENHUMA EXECUCAO CATALOGADA EM "
                      "RUNCAT.DAT."
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFERE-ENTRADA-CATALOGO.
           MOVE FD-CAT-RUN-ID TO WS-RUN-ID-ULTIMO
           IF WS-RUN-ID-PEDIDO = SPACES OR
              FD-CAT-RUN-ID = WS-RUN-ID-PEDIDO
               MOVE "S" TO WS-RUN-ENCONTRADO
               MOVE FD-CAT-RUN-ID  TO WS-RUN-ID-DISTRIBUIDO
               MOVE FD-CAT-DATA    TO WS-DATA-EXECUCAO
               MOVE FD-CAT-ARQ-LOG TO WS-NOME-ARQ-LOG
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ABRE-CENTROS.
           OPEN INPUT ARQUIVO-CENTROS
           IF WS-STATUS-CENTROS = "00"
               MOVE "S" TO WS-CENTROS-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CENTROS-DISPONIVEL
               DISPLAY "AVISO: CENTROS.DAT INDISPONIVEL (STATUS "
                  WS-STATUS-CENTROS "). CENTROS SEM MOVIMENTO NAO "
                  "SERAO APONTADOS."
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * OS CALCULOS ACEITOS VEM DO LOG DA EXECUCAO. OS REJEITADOS VEM
      * DO ARQUIVO DE REJEITOS (ENTRADA.ERR, OU ENTRADA.ER2 NA
      * RESSUBMISSAO), QUE TRAZ OS BYTES ORIGINAIS SUBMETIDOS. ESSE
      * ARQUIVO E REFEITO A CADA EXECUCAO: NA REDISTRIBUICAO DE UMA
      * EXECUCAO ANTERIOR, OU SEM ELE, O MOTIVO VEM DO PROPRIO LOG.
      * OS RETIDOS POR COTA VEM DO SUSPENSO.<EXECUCAO>.DAT, GUARDADO
      * POR EXECUCAO E POR ISSO VALIDO TAMBEM NA REDISTRIBUICAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SEPARA-LINHAS-EXECUCAO.
           OPEN INPUT ARQUIVO-LOG
           IF WS-STATUS-LOG NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR "
                  WS-NOME-ARQ-LOG " (STATUS " WS-STATUS-LOG ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE SPACES TO FD-LINHA-LOG
                   READ ARQUIVO-LOG
                       AT END
                           MOVE "S" TO WS-EOF-ARQUIVO
                       NOT AT END
                           PERFORM LIBERA-LINHA-LOG
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-LOG

               IF MODO-RESSUBMISSAO
                   MOVE "ENTRADA.ER2" TO WS-NOME-ARQ-REJEITOS
               END-IF

               IF WS-RUN-ID-DISTRIBUIDO NOT = WS-RUN-ID-ULTIMO
                   MOVE "S" TO WS-REJEITOS-DO-LOG
               ELSE
                   OPEN INPUT ARQUIVO-REJEITOS
                   IF WS-STATUS-REJEITOS = "00"
                       PERFORM LIBERA-REJEITOS
                       CLOSE ARQUIVO-REJEITOS
                   ELSE
                       DISPLAY "AVISO: " WS-NOME-ARQ-REJEITOS
                          " INDISPONIVEL (STATUS " WS-STATUS-REJEITOS
                          "). MOTIVOS DE REJEICAO TOMADOS DO LOG."
                       MOVE 4 TO RETURN-CODE
                       MOVE "S" TO WS-REJEITOS-DO-LOG
                   END-IF
               END-IF

               IF REJEITOS-DO-LOG
                   PERFORM LIBERA-REJEITOS-DO-LOG
               END-IF

               PERFORM LIBERA-SUSPENSOS
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * NA PRIMEIRA PASSAGEM PELO LOG SO OS CALCULOS ACEITOS SEGUEM;
      * A MARCA DE INICIO DA EXECUCAO INFORMA O MODO (COLUNA 42).
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LIBERA-LINHA-LOG.
           EVALUATE TRUE
               WHEN FD-MRC-TEXTO = "INICIO EXECUCAO"
                   MOVE FD-MRC-MODO TO WS-MODO-EXECUCAO
               WHEN FD-LINHA-LOG = SPACES
                   CONTINUE
               WHEN FD-LOGR-MARCA = "REJEITADO: "
                   CONTINUE
               WHEN FD-LOG-CENTRO = SPACES
                   ADD 1 TO WS-QTD-SEM-CENTRO
               WHEN OTHER
                   MOVE SPACES TO SD-REGISTRO-ORDENACAO
                   MOVE FD-LOG-CENTRO        TO SD-CENTRO
                   MOVE FD-LOG-ID-REQUISICAO TO SD-ID
                   MOVE FD-LOG-NUM-INICIAL   TO SD-NUM-INICIAL
                   MOVE FD-LOG-OPERADOR      TO SD-OPERADOR
                   MOVE FD-LOG-NUM-FINAL     TO SD-NUM-FINAL
                   IF FD-LOG-AJUSTE = SPACES
                       MOVE "CALCULADO" TO SD-SITUACAO
                   ELSE
                       MOVE FD-LOG-AJUSTE TO SD-SITUACAO
                   END-IF
                   MOVE FD-LOG-RESULTADO     TO SD-RESULTADO
                   MOVE FD-LOG-RESULTADO     TO WS-RESULTADO-EDITADO-X
                   MOVE WS-RESULTADO-EDITADO TO SD-VALOR
                   PERFORM LIBERA-REGISTRO
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LIBERA-REJEITOS.
           MOVE "N" TO WS-EOF-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               MOVE SPACES TO FD-REGISTRO-REJEITO
               READ ARQUIVO-REJEITOS
                   AT END
                       MOVE "S" TO WS-EOF-ARQUIVO
                   NOT AT END
                       IF FD-REJ-CENTRO = SPACES
                           ADD 1 TO WS-QTD-SEM-CENTRO
                       ELSE
                           MOVE SPACES TO SD-REGISTRO-ORDENACAO
                           MOVE FD-REJ-CENTRO   TO SD-CENTRO
                           MOVE FD-REJ-ID       TO SD-ID
                           MOVE FD-REJ-NUM-INICIAL TO WS-OPERANDO-BRUTO
                           PERFORM EDITA-OPERANDO-REJEITADO
                           MOVE WS-OPERANDO-EDITADO-X TO SD-NUM-INICIAL
                           MOVE FD-REJ-OPERADOR TO SD-OPERADOR
                           MOVE FD-REJ-NUM-FINAL TO WS-OPERANDO-BRUTO
                           PERFORM EDITA-OPERANDO-REJEITADO
                           MOVE WS-OPERANDO-EDITADO-X TO SD-NUM-FINAL
                           MOVE "REJEITADO"     TO SD-SITUACAO
                           MOVE FD-REJ-MOTIVO   TO SD-MOTIVO
                           MOVE ZERO            TO SD-VALOR
                           PERFORM LIBERA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LIBERA-REJEITOS-DO-LOG.
           OPEN INPUT ARQUIVO-LOG
           IF WS-STATUS-LOG = "00"
               MOVE "N" TO WS-EOF-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE SPACES TO FD-LINHA-LOG
                   READ ARQUIVO-LOG
                       AT END
                           MOVE "S" TO WS-EOF-ARQUIVO
                       NOT AT END
                           IF FD-LOGR-MARCA = "REJEITADO: "
                               PERFORM LIBERA-REJEITO-DO-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-LOG
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LIBERA-REJEITO-DO-LOG.
           IF FD-LOG-CENTRO = SPACES
               ADD 1 TO WS-QTD-SEM-CENTRO
           ELSE
               MOVE SPACES TO SD-REGISTRO-ORDENACAO
               MOVE FD-LOG-CENTRO        TO SD-CENTRO
               MOVE FD-LOG-ID-REQUISICAO TO SD-ID
               MOVE FD-LOG-NUM-INICIAL   TO SD-NUM-INICIAL
               MOVE FD-LOG-OPERADOR      TO SD-OPERADOR
               MOVE FD-LOG-NUM-FINAL     TO SD-NUM-FINAL
               MOVE "REJEITADO"          TO SD-SITUACAO
               MOVE FD-LOGR-MOTIVO       TO SD-MOTIVO
               MOVE ZERO                 TO SD-VALOR
               PERFORM LIBERA-REGISTRO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O ARQUIVO DE SUSPENSOS SO EXISTE QUANDO ALGUM CENTRO ESTOUROU
      * A COTA; SEM ELE (STATUS 35) NADA FOI RETIDO NA EXECUCAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LIBERA-SUSPENSOS.
           MOVE SPACES TO WS-NOME-ARQ-SUSPENSO
           STRING "SUSPENSO." WS-RUN-ID-DISTRIBUIDO ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-SUSPENSO
           OPEN INPUT ARQUIVO-SUSPENSO
           EVALUATE WS-STATUS-SUSPENSO
               WHEN "00"
                   MOVE "N" TO WS-EOF-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       MOVE SPACES TO FD-REGISTRO-SUSPENSO
                       READ ARQUIVO-SUSPENSO
                           AT END
                               MOVE "S" TO WS-EOF-ARQUIVO
                           NOT AT END
                               IF FD-SUS-MARCA NOT = "H " AND
                                  FD-SUS-MARCA NOT = "T "
                                   PERFORM LIBERA-SUSPENSO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-SUSPENSO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AVISO: " WS-NOME-ARQ-SUSPENSO
                      " INDISPONIVEL (STATUS " WS-STATUS-SUSPENSO
                      "). RETIDOS POR COTA NAO DISTRIBUIDOS."
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LIBERA-SUSPENSO.
           IF FD-SUS-CENTRO = SPACES
               ADD 1 TO WS-QTD-SEM-CENTRO
           ELSE
               MOVE SPACES TO SD-REGISTRO-ORDENACAO
               MOVE FD-SUS-CENTRO      TO SD-CENTRO
               MOVE FD-SUS-ID          TO SD-ID
               MOVE FD-SUS-NUM-INICIAL TO WS-OPERANDO-BRUTO
               PERFORM EDITA-OPERANDO-REJEITADO
               MOVE WS-OPERANDO-EDITADO-X TO SD-NUM-INICIAL
               MOVE FD-SUS-OPERADOR    TO SD-OPERADOR
               MOVE FD-SUS-NUM-FINAL   TO WS-OPERANDO-BRUTO
               PERFORM EDITA-OPERANDO-REJEITADO
               MOVE WS-OPERANDO-EDITADO-X TO SD-NUM-FINAL
               MOVE "RETIDO"           TO SD-SITUACAO
               MOVE "COTA EXCEDIDA"    TO SD-MOTIVO
               MOVE ZERO               TO SD-VALOR
               PERFORM LIBERA-REGISTRO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A SEQUENCIA DE LIBERACAO MANTEM, DENTRO DE CADA CENTRO, OS
      * CALCULOS NA ORDEM DO LOG SEGUIDOS DOS REJEITADOS E DOS
      * RETIDOS POR COTA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LIBERA-REGISTRO.
           ADD 1 TO WS-QTD-LIBERADOS
           MOVE WS-QTD-LIBERADOS TO SD-SEQUENCIA
           RELEASE SD-REGISTRO-ORDENACAO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * OPERANDO REJEITADO COM SINAL E SETE DIGITOS SAI EDITADO COMO
      * NO LOG; QUALQUER OUTRO CONTEUDO (CODIGO DE TAXA, COLUNAS
      * INVALIDAS) SAI COMO FOI SUBMETIDO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       EDITA-OPERANDO-REJEITADO.
           IF (WS-OPERANDO-BRUTO(1:1) = "+" OR
               WS-OPERANDO-BRUTO(1:1) = "-") AND
              WS-OPERANDO-BRUTO(2:7) IS NUMERIC
               MOVE WS-OPERANDO-BRUTO TO WS-OPERANDO-SLS-X
               MOVE WS-OPERANDO-SLS   TO WS-OPERANDO-EDITADO
           ELSE
               MOVE WS-OPERANDO-BRUTO TO WS-OPERANDO-EDITADO-X
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * UM ARQUIVO DE RETORNO POR CENTRO, NOMEADO
      * RETORNO.<CENTRO>.<EXECUCAO>.TXT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-RETORNOS.
           MOVE "N" TO WS-EOF-ORDENACAO
           PERFORM UNTIL FIM-ORDENACAO OR RETURN-CODE = 8
               RETURN ARQUIVO-ORDENACAO
                   AT END
                       MOVE "S" TO WS-EOF-ORDENACAO
                   NOT AT END
                       IF NOT RETORNO-ABERTO OR
                          SD-CENTRO NOT = WS-CENTRO-ATUAL
                           IF RETORNO-ABERTO
                               PERFORM FECHA-RETORNO
                           END-IF
                           PERFORM ABRE-RETORNO
                       END-IF
                       IF RETORNO-ABERTO
                           PERFORM ESCREVE-LINHA-RETORNO
                       END-IF
               END-RETURN
           END-PERFORM

           IF RETORNO-ABERTO
               PERFORM FECHA-RETORNO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ABRE-RETORNO.
           MOVE SD-CENTRO TO WS-CENTRO-ATUAL
           MOVE SPACES TO WS-NOME-ARQ-RETORNO
           STRING "RETORNO." SD-CENTRO "." WS-RUN-ID-DISTRIBUIDO
                  ".TXT" DELIMITED BY SIZE INTO WS-NOME-ARQ-RETORNO
           OPEN OUTPUT ARQUIVO-RETORNO
           IF WS-STATUS-RETORNO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR "
                  WS-NOME-ARQ-RETORNO " (STATUS "
                  WS-STATUS-RETORNO ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "S" TO WS-RETORNO-ABERTO
               MOVE ZERO TO WS-RET-QTD-LINHAS WS-RET-QTD-CALCULADOS
                            WS-RET-QTD-REJEITADOS WS-RET-QTD-RETIDOS
                            WS-RET-SOMA
               MOVE WS-DATA-EXECUCAO      TO WS-CBR-DATA
               MOVE WS-CENTRO-ATUAL       TO WS-CBR-CENTRO
               MOVE WS-RUN-ID-DISTRIBUIDO TO WS-CBR-RUN-ID
               WRITE FD-LINHA-RETORNO FROM WS-CABECALHO-RETORNO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-LINHA-RETORNO.
           MOVE SD-ID                 TO WS-RET-ID
           MOVE SD-NUM-INICIAL        TO WS-RET-NUM-INICIAL
           MOVE SD-OPERADOR           TO WS-RET-OPERADOR
           MOVE SD-NUM-FINAL          TO WS-RET-NUM-FINAL
           MOVE SD-SITUACAO           TO WS-RET-SITUACAO
           MOVE SD-RESULTADO          TO WS-RET-RESULTADO
           MOVE SD-MOTIVO             TO WS-RET-MOTIVO
           MOVE WS-RUN-ID-DISTRIBUIDO TO WS-RET-RUN-ID
           WRITE FD-LINHA-RETORNO FROM WS-LINHA-RETORNO

           ADD 1 TO WS-RET-QTD-LINHAS
           ADD 1 TO WS-QTD-DISTRIBUIDAS
           EVALUATE SD-SITUACAO
               WHEN "REJEITADO"
                   ADD 1 TO WS-RET-QTD-REJEITADOS
               WHEN "RETIDO"
                   ADD 1 TO WS-RET-QTD-RETIDOS
               WHEN OTHER
                   ADD 1 TO WS-RET-QTD-CALCULADOS
                   ADD SD-VALOR TO WS-RET-SOMA
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FECHA-RETORNO.
           MOVE WS-RET-QTD-LINHAS     TO WS-TRR-LINHAS
           MOVE WS-RET-QTD-CALCULADOS TO WS-TRR-CALCULADOS
           MOVE WS-RET-QTD-REJEITADOS TO WS-TRR-REJEITADOS
           MOVE WS-RET-SOMA           TO WS-TRR-SOMA
           MOVE WS-RET-QTD-RETIDOS    TO WS-TRR-RETIDOS
           WRITE FD-LINHA-RETORNO FROM WS-TRAILER-RETORNO
           CLOSE ARQUIVO-RETORNO
           MOVE "N" TO WS-RETORNO-ABERTO

           IF WS-QTD-RETORNOS = ZERO
               PERFORM ESCREVE-CABECALHO-CENTROS
           END-IF
           IF WS-QTD-RETORNOS < 500
               ADD 1 TO WS-QTD-RETORNOS
               MOVE WS-CENTRO-ATUAL TO
                  WS-RETORNO-CENTRO(WS-QTD-RETORNOS)
           END-IF

           MOVE WS-CENTRO-ATUAL TO FD-CEN-CODIGO
           PERFORM BUSCA-NOME-CENTRO
           MOVE WS-CENTRO-ATUAL       TO WS-DST-CENTRO
           MOVE WS-NOME-CENTRO        TO WS-DST-NOME
           MOVE WS-NOME-ARQ-RETORNO   TO WS-DST-ARQUIVO
           MOVE WS-RET-QTD-LINHAS     TO WS-DST-LINHAS
           MOVE WS-RET-QTD-CALCULADOS TO WS-DST-CALCULADOS
           MOVE WS-RET-QTD-REJEITADOS TO WS-DST-REJEITADOS
           MOVE WS-RET-SOMA           TO WS-DST-SOMA
           MOVE WS-RET-QTD-RETIDOS    TO WS-DST-RETIDOS
           WRITE FD-LINHA-DISTRIBUICAO FROM WS-LINHA-CENTRO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-CABECALHO-CENTROS.
           MOVE WS-RUN-ID-DISTRIBUIDO TO WS-DST-RUN-ID
           IF REJEITOS-DO-LOG
               MOVE "(REJEICOES TOMADAS DO LOG)" TO WS-DST-ORIGEM-REJ
           ELSE
               MOVE SPACES TO WS-DST-ORIGEM-REJ
               STRING "(REJEICOES DE " DELIMITED BY SIZE
                      WS-NOME-ARQ-REJEITOS DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO WS-DST-ORIGEM-REJ
               END-STRING
           END-IF
           WRITE FD-LINHA-DISTRIBUICAO FROM WS-LINHA-RUN
           WRITE FD-LINHA-DISTRIBUICAO FROM WS-CAB-COLUNAS.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       BUSCA-NOME-CENTRO.
           MOVE SPACES TO WS-NOME-CENTRO
           IF CENTROS-DISPONIVEL
               READ ARQUIVO-CENTROS
                   INVALID KEY
                       MOVE "(FORA DO CADASTRO)" TO WS-NOME-CENTRO
                   NOT INVALID KEY
                       MOVE FD-CEN-NOME TO WS-NOME-CENTRO
               END-READ
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * PERCORRE O CADASTRO EM ORDEM DE CODIGO E APONTA OS CENTROS
      * ATIVOS QUE NAO RECEBERAM RETORNO NESTA EXECUCAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LISTA-CENTROS-SEM-MOVIMENTO.
           IF WS-QTD-RETORNOS = ZERO
               PERFORM ESCREVE-CABECALHO-CENTROS
           END-IF
           IF CENTROS-DISPONIVEL
               WRITE FD-LINHA-DISTRIBUICAO FROM WS-CAB-SEM-MOVIMENTO
               MOVE LOW-VALUES TO FD-CEN-CODIGO
               START ARQUIVO-CENTROS KEY IS NOT LESS THAN FD-CEN-CODIGO
                   INVALID KEY
                       MOVE "S" TO WS-EOF-CENTROS
               END-START
               PERFORM UNTIL FIM-ARQUIVO-CENTROS
                   READ ARQUIVO-CENTROS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-CENTROS
                       NOT AT END
                           IF FD-CEN-ATIVO = "S"
                               PERFORM CONFERE-CENTRO-DISTRIBUIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFERE-CENTRO-DISTRIBUIDO.
           MOVE "N" TO WS-CENTRO-ENCONTRADO
           PERFORM VARYING WS-IND-RET FROM 1 BY 1
               UNTIL WS-IND-RET > WS-QTD-RETORNOS OR CENTRO-ENCONTRADO
               IF WS-RETORNO-CENTRO(WS-IND-RET) = FD-CEN-CODIGO
                   MOVE "S" TO WS-CENTRO-ENCONTRADO
               END-IF
           END-PERFORM
           IF NOT CENTRO-ENCONTRADO
               ADD 1 TO WS-QTD-SEM-MOVIMENTO
               MOVE FD-CEN-CODIGO TO WS-SMV-CENTRO
               MOVE FD-CEN-NOME   TO WS-SMV-NOME
               WRITE FD-LINHA-DISTRIBUICAO FROM WS-LINHA-SEM-MOVIMENTO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-TOTAIS-DISTRIBUICAO.
           MOVE WS-QTD-RETORNOS      TO WS-TOT-RETORNOS
           MOVE WS-QTD-SEM-MOVIMENTO TO WS-TOT-SEM-MOVIMENTO
           MOVE WS-QTD-DISTRIBUIDAS  TO WS-TOT-DISTRIBUIDAS
           MOVE WS-QTD-SEM-CENTRO    TO WS-TOT-SEM-CENTRO
           WRITE FD-LINHA-DISTRIBUICAO FROM WS-LINHA-TOTAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM DISTRIBUI.
