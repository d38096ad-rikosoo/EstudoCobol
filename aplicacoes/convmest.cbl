      ******************************************************************
      * Author: HENRIQUE STEFANUTTI
      * Date:  10/2026
      * Purpose: CONVERSAO UNICA DO MESTRE DE RESULTADOS PARA O LEIAUTE
      *          COM CENTRO DE CUSTO, AJUSTES, TAXA E OPERADOR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONVMEST.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      * O MESTRE NO LEIAUTE ANTERIOR (65 POSICOES) E RENOMEADO PARA
      * CALCMEST.ANT ANTES DA CONVERSAO; O CALCMEST.DAT E CRIADO AQUI.
           SELECT ARQUIVO-MESTRE-ANTERIOR ASSIGN TO "CALCMEST.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-ANT-ID
               FILE STATUS IS WS-STATUS-ANTERIOR.

           SELECT ARQUIVO-MESTRE ASSIGN TO "CALCMEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-MES-ID
               FILE STATUS IS WS-STATUS-MESTRE.

           SELECT ARQUIVO-CATALOGO ASSIGN TO "RUNCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATALOGO.

      * O MESMO ARQUIVO LE O LOG LEGADO (AUDITLOG.TXT), AS GERACOES
      * DO LOG POR EXECUCAO E O HISTORICO MENSAL (AUDITHIST.AAAAMM.TXT).
           SELECT ARQUIVO-LOG ASSIGN TO DYNAMIC WS-NOME-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "SORTWK".

           SELECT ARQUIVO-RELATORIO ASSIGN TO "CONVMEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MESTRE-ANTERIOR.
       01  FD-REGISTRO-ANTERIOR.
           05 FD-ANT-ID            PIC 9(7).
           05 FD-ANT-DATA          PIC X(10).
           05 FD-ANT-HORA          PIC X(8).
           05 FD-ANT-NUMEROINICIAL PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-ANT-OPERADOR      PIC X.
           05 FD-ANT-NUMEROFINAL   PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-ANT-RESULTADO     PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-ANT-STATUS        PIC X(10).
       01  FD-AREA-ANTERIOR        PIC X(65).

       FD  ARQUIVO-MESTRE.
       01  FD-REGISTRO-MESTRE.
           05 FD-MES-ID            PIC 9(7).
           05 FD-MES-DATA          PIC X(10).
           05 FD-MES-HORA          PIC X(8).
           05 FD-MES-NUMEROINICIAL PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-OPERADOR      PIC X.
           05 FD-MES-NUMEROFINAL   PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-RESULTADO     PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-STATUS        PIC X(10).
           05 FD-MES-CENTRO        PIC X(4).
           05 FD-MES-TIPO-AJUSTE   PIC X.
           05 FD-MES-ID-ORIGEM     PIC 9(7).
           05 FD-MES-ID-AJUSTE     PIC 9(7).
           05 FD-MES-COD-TAXA      PIC X(7).
           05 FD-MES-VALOR-TAXA    PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-MODO-ARRED    PIC X.
           05 FD-MES-USUARIO       PIC X(8).

       FD  ARQUIVO-CATALOGO.
       01  FD-REGISTRO-CATALOGO.
           05 FD-CAT-RUN-ID        PIC X(12).
           05 FILLER               PIC X.
           05 FD-CAT-DATA          PIC X(10).
           05 FILLER               PIC X.
           05 FD-CAT-HORA          PIC X(8).
           05 FILLER               PIC X.
           05 FD-CAT-ARQ-RELATORIO PIC X(44).
           05 FILLER               PIC X.
           05 FD-CAT-ARQ-LOG       PIC X(44).
           05 FILLER               PIC X.
           05 FD-CAT-ARQUIVADO     PIC X.
           05 FILLER               PIC X.
           05 FD-CAT-ARQ-ENTRADA   PIC X(44).

       FD  ARQUIVO-LOG.
       01  FD-LINHA-LOG            PIC X(132).

      * A CHAVE JUNTA CADA REGISTRO DO MESTRE ("2") AS LINHAS DO LOG
      * ("1") DO MESMO CALCULO: DATA, HORA, OPERANDOS E RESULTADO COMO
      * SAEM EDITADOS NO LOG.
       SD  ARQUIVO-ORDENACAO.
       01  SD-REGISTRO-ORDENACAO.
           05 SD-CHAVE.
              10 SD-DATA               PIC X(10).
              10 SD-HORA               PIC X(8).
              10 SD-NUM-INICIAL        PIC X(9).
              10 SD-OPERADOR           PIC X.
              10 SD-NUM-FINAL          PIC X(9).
              10 SD-RESULTADO          PIC X(16).
           05 SD-TIPO                  PIC X.
              88 SD-LINHA-LOG                VALUE "1".
              88 SD-REGISTRO-MESTRE          VALUE "2".
           05 SD-CENTRO                PIC X(4).
           05 SD-USUARIO               PIC X(8).
           05 SD-MESTRE-ANTERIOR       PIC X(65).

       FD  ARQUIVO-RELATORIO.
       01  FD-LINHA-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-STATUS-ANTERIOR      PIC XX VALUE SPACES.
        01 WS-STATUS-MESTRE        PIC XX VALUE SPACES.
        01 WS-STATUS-CATALOGO      PIC XX VALUE SPACES.
        01 WS-STATUS-LOG           PIC XX VALUE SPACES.
        01 WS-STATUS-RELATORIO     PIC XX VALUE SPACES.

        01 WS-NOME-ARQ-LOG         PIC X(44) VALUE SPACES.
        01 WS-CURRENT-DATE         PIC X(21) VALUE SPACES.

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
           05 WS-EOF-CATALOGO         PIC X VALUE "N".
              88 FIM-ARQUIVO-CATALOGO       VALUE "S".
           05 WS-EOF-LOG              PIC X VALUE "N".
              88 FIM-ARQUIVO-LOG            VALUE "S".
           05 WS-EOF-ORDENACAO        PIC X VALUE "N".
              88 FIM-ORDENACAO              VALUE "S".
           05 WS-MESTRE-ABERTO        PIC X VALUE "N".
              88 MESTRE-ABERTO              VALUE "S".
           05 WS-CENTRO-AMBIGUO       PIC X VALUE "N".
              88 CENTRO-AMBIGUO             VALUE "S".

        01 WS-DATA-TRABALHO        PIC X(10) VALUE SPACES.
        01 WS-DATA-AAAAMMDD        PIC X(8)  VALUE SPACES.
        01 WS-MES-INICIAL          PIC X(6)  VALUE HIGH-VALUES.
        01 WS-MES-FINAL            PIC X(6)  VALUE SPACES.

        01 WS-MES-VARREDURA.
           05 WS-MVA-ANO              PIC 9(4) VALUE ZERO.
           05 WS-MVA-MES              PIC 9(2) VALUE ZERO.

      * CENTRO E OPERADOR ACHADOS NO LOG PARA A CHAVE CORRENTE.
        01 WS-CHAVE-ATUAL          PIC X(53) VALUE SPACES.
        01 WS-CENTRO-CHAVE         PIC X(4)  VALUE SPACES.
        01 WS-USUARIO-CHAVE        PIC X(8)  VALUE SPACES.
        01 WS-QTD-LOG-CHAVE        PIC 9(5)  VALUE ZERO.

        01 WS-RESULTADO-EDITADO    PIC -,---,---,--9.99.
        01 WS-RESULTADO-EDITADO-X  REDEFINES WS-RESULTADO-EDITADO
                                   PIC X(16).
        01 WS-OPERANDO-EDITADO     PIC --,--9.99.
        01 WS-OPERANDO-EDITADO-X   REDEFINES WS-OPERANDO-EDITADO
                                   PIC X(9).

        01 WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(9) VALUE ZERO.
           05 WS-QTD-GRAVADOS         PIC 9(9) VALUE ZERO.
           05 WS-QTD-COM-CENTRO       PIC 9(9) VALUE ZERO.
           05 WS-QTD-SEM-LOG          PIC 9(9) VALUE ZERO.
           05 WS-QTD-AMBIGUOS         PIC 9(9) VALUE ZERO.
           05 WS-QTD-NAO-GRAVADOS     PIC 9(9) VALUE ZERO.
           05 WS-QTD-LOGS             PIC 9(9) VALUE ZERO.
           05 WS-QTD-LINHAS-LOG       PIC 9(9) VALUE ZERO.

        01 WS-CAB-CONVERSAO.
           05 FILLER PIC X(132) VALUE
              "RELATORIO DE CONVERSAO DO MESTRE - CONVMEST".

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

        01 WS-CAB-PENDENTES.
           05 FILLER PIC X(132) VALUE
              "ID       DATA       HORA      SITUACAO".

        01 WS-LINHA-PENDENTE.
           05 WS-RCV-PEN-ID            PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCV-PEN-DATA          PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RCV-PEN-HORA          PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCV-PEN-DESCRICAO     PIC X(50).
           05 FILLER                   PIC X(52) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:6) TO WS-MES-FINAL

           PERFORM IDENTIFICA-OPERADOR

           IF RETURN-CODE = ZERO
               PERFORM ABRE-MESTRE-ANTERIOR
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM CRIA-MESTRE
           END-IF

           IF RETURN-CODE = ZERO
               OPEN OUTPUT ARQUIVO-RELATORIO
               IF WS-STATUS-RELATORIO NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CONVMEST.TXT ("
                      "STATUS " WS-STATUS-RELATORIO ")."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   WRITE FD-LINHA-RELATORIO FROM WS-CAB-CONVERSAO
                   MOVE WS-AUT-USUARIO TO WS-RCV-USUARIO-ED
                   MOVE WS-AUT-NOME    TO WS-RCV-NOME-ED
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-OPERADOR
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
                   MOVE "REGISTROS CONVERTIDOS SEM CENTRO" TO
                      WS-LINHA-TITULO
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
                   WRITE FD-LINHA-RELATORIO FROM WS-CAB-PENDENTES

                   SORT ARQUIVO-ORDENACAO
                       ON ASCENDING KEY SD-CHAVE SD-TIPO
                       INPUT PROCEDURE IS SEPARA-REGISTROS
                       OUTPUT PROCEDURE IS GRAVA-MESTRE-CONVERTIDO

                   PERFORM ESCREVE-CONTAGENS-CONVERSAO
                   CLOSE ARQUIVO-RELATORIO
               END-IF
           END-IF

           IF MESTRE-ABERTO
               CLOSE ARQUIVO-MESTRE
               CLOSE ARQUIVO-MESTRE-ANTERIOR
           END-IF

           IF RETURN-CODE = ZERO
               DISPLAY "CONVERSAO CONCLUIDA: " WS-QTD-GRAVADOS
                  " REGISTROS GRAVADOS EM CALCMEST.DAT."
               IF WS-QTD-SEM-LOG > ZERO OR WS-QTD-AMBIGUOS > ZERO OR
                  WS-QTD-NAO-GRAVADOS > ZERO
                   DISPLAY "AVISO: " WS-QTD-SEM-LOG " SEM LINHA NO "
                      "LOG, " WS-QTD-AMBIGUOS " COM CENTRO AMBIGUO E "
                      WS-QTD-NAO-GRAVADOS " NAO GRAVADOS. VER "
                      "CONVMEST.TXT."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A CONVERSAO REGRAVA O MESTRE INTEIRO: EXIGE A MESMA FUNCAO E
      * (EXPURGO DO MESTRE) DA MANUTENCAO E DA RECUPERACAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       IDENTIFICA-OPERADOR.
           DISPLAY "Operador:"
           ACCEPT WS-AUT-USUARIO
           DISPLAY "Senha:"
           ACCEPT WS-AUT-SENHA
           MOVE "E"        TO WS-AUT-FUNCAO
           MOVE "CONVMEST" TO WS-AUT-PROGRAMA
           CALL "AUTORIZA" USING WS-AUTORIZACAO
           IF NOT ACESSO-LIBERADO
               DISPLAY "ERRO: ACESSO NEGADO A " WS-AUT-USUARIO " ("
                  WS-AUT-MOTIVO ")."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ABRE-MESTRE-ANTERIOR.
           OPEN INPUT ARQUIVO-MESTRE-ANTERIOR
           EVALUATE TRUE
               WHEN WS-STATUS-ANTERIOR = "35"
                   DISPLAY "ERRO: CALCMEST.ANT NAO ENCONTRADO. "
                      "RENOMEIE O MESTRE ANTERIOR ANTES DA CONVERSAO."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STATUS-ANTERIOR NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CALCMEST.ANT ("
                      "STATUS " WS-STATUS-ANTERIOR ")."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A CONVERSAO NUNCA SOBREPOE UM CALCMEST.DAT: SO O CRIA QUANDO
      * ELE NAO EXISTE. UM MESTRE AINDA NO LEIAUTE ANTERIOR COM ESSE
      * NOME TAMBEM E RECUSADO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CRIA-MESTRE.
           OPEN INPUT ARQUIVO-MESTRE
           EVALUATE TRUE
               WHEN WS-STATUS-MESTRE = "00"
                   CLOSE ARQUIVO-MESTRE
                   DISPLAY "ERRO: CALCMEST.DAT JA EXISTE. A CONVERSAO "
                      "SO CRIA UM MESTRE NOVO."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STATUS-MESTRE = "35"
                   OPEN OUTPUT ARQUIVO-MESTRE
                   IF WS-STATUS-MESTRE NOT = "00"
                       DISPLAY "ERRO: NAO FOI POSSIVEL CRIAR "
                          "CALCMEST.DAT (STATUS " WS-STATUS-MESTRE ")."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE "S" TO WS-MESTRE-ABERTO
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: CALCMEST.DAT INACESSIVEL (STATUS "
                      WS-STATUS-MESTRE "). RENOMEIE O MESTRE ANTERIOR "
                      "PARA CALCMEST.ANT."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE NOT = ZERO
               CLOSE ARQUIVO-MESTRE-ANTERIOR
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * ENTRAM NA ORDENACAO TODOS OS REGISTROS DO MESTRE ANTERIOR E AS
      * LINHAS DE CALCULO DE TODO LOG AINDA DISPONIVEL: AS GERACOES DO
      * RUNCAT.DAT, O LOG LEGADO E O HISTORICO MENSAL DESDE O MES DO
      * REGISTRO MAIS ANTIGO DO MESTRE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SEPARA-REGISTROS.
           PERFORM UNTIL FIM-ARQUIVO-ANTERIOR
               READ ARQUIVO-MESTRE-ANTERIOR
                   AT END
                       MOVE "S" TO WS-EOF-ANTERIOR
                   NOT AT END
                       PERFORM LIBERA-REGISTRO-MESTRE
               END-READ
           END-PERFORM

           OPEN INPUT ARQUIVO-CATALOGO
           IF WS-STATUS-CATALOGO = "00"
               PERFORM UNTIL FIM-ARQUIVO-CATALOGO
                   READ ARQUIVO-CATALOGO
                       AT END
                           MOVE "S" TO WS-EOF-CATALOGO
                       NOT AT END
                           MOVE FD-CAT-ARQ-LOG TO WS-NOME-ARQ-LOG
                           PERFORM LIBERA-LINHAS-LOG
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CATALOGO
           END-IF

           MOVE "AUDITLOG.TXT" TO WS-NOME-ARQ-LOG
           PERFORM LIBERA-LINHAS-LOG

           IF WS-MES-INICIAL NOT = HIGH-VALUES
               MOVE WS-MES-INICIAL TO WS-MES-VARREDURA
               PERFORM UNTIL WS-MES-VARREDURA > WS-MES-FINAL
                   PERFORM MONTA-NOME-HISTORICO
                   PERFORM LIBERA-LINHAS-LOG
                   PERFORM AVANCA-MES
               END-PERFORM
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O REGISTRO REJEITADO NAO TEM RESULTADO: ENTRA COM A MESMA
      * MARCA QUE O LOG GRAVA NO LUGAR DELE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LIBERA-REGISTRO-MESTRE.
           ADD 1 TO WS-QTD-LIDOS
           MOVE FD-ANT-DATA TO WS-DATA-TRABALHO
           PERFORM CONVERTE-DATA
           IF WS-DATA-AAAAMMDD(1:6) IS NUMERIC AND
              WS-DATA-AAAAMMDD(1:6) < WS-MES-INICIAL
               MOVE WS-DATA-AAAAMMDD(1:6) TO WS-MES-INICIAL
           END-IF

           MOVE SPACES TO SD-REGISTRO-ORDENACAO
           MOVE FD-ANT-DATA TO SD-DATA
           MOVE FD-ANT-HORA TO SD-HORA
           MOVE FD-ANT-NUMEROINICIAL TO WS-OPERANDO-EDITADO
           MOVE WS-OPERANDO-EDITADO-X TO SD-NUM-INICIAL
           MOVE FD-ANT-OPERADOR TO SD-OPERADOR
           MOVE FD-ANT-NUMEROFINAL TO WS-OPERANDO-EDITADO
           MOVE WS-OPERANDO-EDITADO-X TO SD-NUM-FINAL
           IF FD-ANT-STATUS = "REJEITADO"
               MOVE "REJEITADO" TO SD-RESULTADO
           ELSE
               MOVE FD-ANT-RESULTADO TO WS-RESULTADO-EDITADO
               MOVE WS-RESULTADO-EDITADO-X TO SD-RESULTADO
           END-IF
           MOVE "2" TO SD-TIPO
           MOVE FD-AREA-ANTERIOR TO SD-MESTRE-ANTERIOR
           RELEASE SD-REGISTRO-ORDENACAO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * LOG AUSENTE NAO E ERRO: GERACOES JA EXPURGADAS E MESES SEM
      * MOVIMENTO SIMPLESMENTE NAO CONTRIBUEM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LIBERA-LINHAS-LOG.
           IF WS-NOME-ARQ-LOG NOT = SPACES
               OPEN INPUT ARQUIVO-LOG
               IF WS-STATUS-LOG = "00"
                   ADD 1 TO WS-QTD-LOGS
                   MOVE "N" TO WS-EOF-LOG
                   PERFORM UNTIL FIM-ARQUIVO-LOG
                       READ ARQUIVO-LOG
                           AT END
                               MOVE "S" TO WS-EOF-LOG
                           NOT AT END
                               IF FD-LINHA-LOG(3:1) = "/" AND
                                  FD-LINHA-LOG(6:1) = "/"
                                   PERFORM LIBERA-LINHA-LOG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-LOG
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A LINHA TRAZ O RESULTADO NAS COLUNAS 43-58 OU "REJEITADO:" NA
      * 43, O CENTRO NAS COLUNAS 80-83 E, NOS LOGS QUE JA O GRAVAM, O
      * OPERADOR NAS COLUNAS 85-92.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LIBERA-LINHA-LOG.
           ADD 1 TO WS-QTD-LINHAS-LOG
           MOVE SPACES TO SD-REGISTRO-ORDENACAO
           MOVE FD-LINHA-LOG(1:10)  TO SD-DATA
           MOVE FD-LINHA-LOG(12:8)  TO SD-HORA
           MOVE FD-LINHA-LOG(21:9)  TO SD-NUM-INICIAL
           MOVE FD-LINHA-LOG(31:1)  TO SD-OPERADOR
           MOVE FD-LINHA-LOG(33:9)  TO SD-NUM-FINAL
           IF FD-LINHA-LOG(43:10) = "REJEITADO:"
               MOVE "REJEITADO" TO SD-RESULTADO
           ELSE
               MOVE FD-LINHA-LOG(43:16) TO SD-RESULTADO
           END-IF
           MOVE "1" TO SD-TIPO
           MOVE FD-LINHA-LOG(80:4)  TO SD-CENTRO
           MOVE FD-LINHA-LOG(85:8)  TO SD-USUARIO
           RELEASE SD-REGISTRO-ORDENACAO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CONVERTE DD/MM/AAAA DE WS-DATA-TRABALHO PARA AAAAMMDD EM
      * WS-DATA-AAAAMMDD PARA COMPARACAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONVERTE-DATA.
           STRING WS-DATA-TRABALHO(7:4) WS-DATA-TRABALHO(4:2)
                  WS-DATA-TRABALHO(1:2)
               DELIMITED BY SIZE INTO WS-DATA-AAAAMMDD.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MONTA-NOME-HISTORICO.
           MOVE SPACES TO WS-NOME-ARQ-LOG
           STRING "AUDITHIST." WS-MES-VARREDURA ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-LOG.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       AVANCA-MES.
           ADD 1 TO WS-MVA-MES
           IF WS-MVA-MES > 12
               MOVE 1 TO WS-MVA-MES
               ADD 1 TO WS-MVA-ANO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * AS LINHAS DO LOG CHEGAM ANTES DOS REGISTROS DO MESTRE DA MESMA
      * CHAVE. A MESMA LINHA PODE VIR DA GERACAO E DO HISTORICO; SO
      * CENTROS DIFERENTES NA MESMA CHAVE TORNAM O CENTRO AMBIGUO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-MESTRE-CONVERTIDO.
           MOVE "N" TO WS-EOF-ORDENACAO
           PERFORM UNTIL FIM-ORDENACAO
               RETURN ARQUIVO-ORDENACAO
                   AT END
                       MOVE "S" TO WS-EOF-ORDENACAO
                   NOT AT END
                       IF SD-CHAVE NOT = WS-CHAVE-ATUAL
                           MOVE SD-CHAVE TO WS-CHAVE-ATUAL
                           MOVE SPACES   TO WS-CENTRO-CHAVE
                           MOVE SPACES   TO WS-USUARIO-CHAVE
                           MOVE ZERO     TO WS-QTD-LOG-CHAVE
                           MOVE "N"      TO WS-CENTRO-AMBIGUO
                       END-IF
                       IF SD-LINHA-LOG
                           PERFORM REGISTRA-LINHA-CHAVE
                       ELSE
                           PERFORM GRAVA-REGISTRO-CONVERTIDO
                       END-IF
               END-RETURN
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REGISTRA-LINHA-CHAVE.
           ADD 1 TO WS-QTD-LOG-CHAVE
           IF WS-QTD-LOG-CHAVE = 1
               MOVE SD-CENTRO  TO WS-CENTRO-CHAVE
               MOVE SD-USUARIO TO WS-USUARIO-CHAVE
           ELSE
               IF SD-CENTRO NOT = WS-CENTRO-CHAVE
                   MOVE "S" TO WS-CENTRO-AMBIGUO
               END-IF
               IF SD-USUARIO NOT = WS-USUARIO-CHAVE
                   MOVE SPACES TO WS-USUARIO-CHAVE
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * OS CAMPOS NOVOS PARTEM VAZIOS: NENHUM REGISTRO DO LEIAUTE
      * ANTERIOR E AJUSTE NEM USOU TABELA DE TAXAS. O CENTRO SO E
      * PREENCHIDO QUANDO O LOG O DA SEM AMBIGUIDADE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-REGISTRO-CONVERTIDO.
           MOVE SD-MESTRE-ANTERIOR TO FD-AREA-ANTERIOR
           MOVE FD-ANT-ID            TO FD-MES-ID
           MOVE FD-ANT-DATA          TO FD-MES-DATA
           MOVE FD-ANT-HORA          TO FD-MES-HORA
           MOVE FD-ANT-NUMEROINICIAL TO FD-MES-NUMEROINICIAL
           MOVE FD-ANT-OPERADOR      TO FD-MES-OPERADOR
           MOVE FD-ANT-NUMEROFINAL   TO FD-MES-NUMEROFINAL
           MOVE FD-ANT-RESULTADO     TO FD-MES-RESULTADO
           MOVE FD-ANT-STATUS        TO FD-MES-STATUS
           MOVE SPACES               TO FD-MES-CENTRO
           MOVE SPACE                TO FD-MES-TIPO-AJUSTE
           MOVE ZERO                 TO FD-MES-ID-ORIGEM
           MOVE ZERO                 TO FD-MES-ID-AJUSTE
           MOVE SPACES               TO FD-MES-COD-TAXA
           MOVE ZERO                 TO FD-MES-VALOR-TAXA
           MOVE SPACE                TO FD-MES-MODO-ARRED
           MOVE SPACES               TO FD-MES-USUARIO

           EVALUATE TRUE
               WHEN WS-QTD-LOG-CHAVE = ZERO
                   ADD 1 TO WS-QTD-SEM-LOG
                   MOVE "SEM LINHA NO LOG - CENTRO EM BRANCO" TO
                      WS-RCV-PEN-DESCRICAO
                   PERFORM ESCREVE-PENDENTE
               WHEN CENTRO-AMBIGUO
                   ADD 1 TO WS-QTD-AMBIGUOS
                   MOVE "CENTROS DIFERENTES NO LOG - CENTRO EM BRANCO"
                      TO WS-RCV-PEN-DESCRICAO
                   PERFORM ESCREVE-PENDENTE
               WHEN OTHER
                   MOVE WS-CENTRO-CHAVE  TO FD-MES-CENTRO
                   MOVE WS-USUARIO-CHAVE TO FD-MES-USUARIO
                   IF WS-CENTRO-CHAVE NOT = SPACES
                       ADD 1 TO WS-QTD-COM-CENTRO
                   END-IF
           END-EVALUATE

           WRITE FD-REGISTRO-MESTRE
               INVALID KEY
                   ADD 1 TO WS-QTD-NAO-GRAVADOS
                   MOVE "ID DUPLICADO - NAO GRAVADO" TO
                      WS-RCV-PEN-DESCRICAO
                   PERFORM ESCREVE-PENDENTE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-PENDENTE.
           MOVE FD-ANT-ID   TO WS-RCV-PEN-ID
           MOVE FD-ANT-DATA TO WS-RCV-PEN-DATA
           MOVE FD-ANT-HORA TO WS-RCV-PEN-HORA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-PENDENTE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-CONTAGENS-CONVERSAO.
           MOVE SPACES TO WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO

           MOVE "REGISTROS NO MESTRE ANTERIOR......" TO WS-RCV-DESCRICAO
           MOVE WS-QTD-LIDOS TO WS-RCV-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "REGISTROS GRAVADOS EM CALCMEST.DAT" TO WS-RCV-DESCRICAO
           MOVE WS-QTD-GRAVADOS TO WS-RCV-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  COM CENTRO ACHADO NO LOG........" TO WS-RCV-DESCRICAO
           MOVE WS-QTD-COM-CENTRO TO WS-RCV-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  SEM LINHA NO LOG................" TO WS-RCV-DESCRICAO
           MOVE WS-QTD-SEM-LOG TO WS-RCV-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  COM CENTRO AMBIGUO NO LOG......." TO WS-RCV-DESCRICAO
           MOVE WS-QTD-AMBIGUOS TO WS-RCV-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "REGISTROS NAO GRAVADOS............" TO WS-RCV-DESCRICAO
           MOVE WS-QTD-NAO-GRAVADOS TO WS-RCV-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "ARQUIVOS DE LOG LIDOS............." TO WS-RCV-DESCRICAO
           MOVE WS-QTD-LOGS TO WS-RCV-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "LINHAS DE CALCULO NO LOG.........." TO WS-RCV-DESCRICAO
           MOVE WS-QTD-LINHAS-LOG TO WS-RCV-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM CONVMEST.
