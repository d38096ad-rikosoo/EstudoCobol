      ******************************************************************
      * Author: HENRIQUE STEFANUTTI
      * Date:  10/2026
      * Purpose: RECUPERACAO DO MESTRE DE RESULTADOS A PARTIR DAS
      *          DESCARGAS, DO HISTORICO DO LOG E DO RUNCAT.DAT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RECUPMEST.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARQUIVO-PARAMETROS ASSIGN TO "RECUPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQUIVO-CATALOGO ASSIGN TO "RUNCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATALOGO.

      * O MESMO ARQUIVO LE O HISTORICO MENSAL (AUDITHIST.AAAAMM.TXT)
      * E AS GERACOES DO LOG POR EXECUCAO (AUDITLOG.<RUNID>.TXT).
           SELECT ARQUIVO-LOG ASSIGN TO DYNAMIC WS-NOME-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQUIVO-OFFLOAD ASSIGN TO DYNAMIC
               WS-NOME-ARQ-OFFLOAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OFFLOAD.

      * O DIARIO COMUM TRAZ OS AJUSTES DE TAXA LANCADOS PELO RECALTAX,
      * QUE NAO PASSAM PELO LOG DA CALCULADORA.
           SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

           SELECT ARQUIVO-MESTRE ASSIGN TO "CALCMEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-MES-ID
               FILE STATUS IS WS-STATUS-MESTRE.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "RECUPMEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      * DATA DE REFERENCIA (DD/MM/AAAA, EM BRANCO ATE A ULTIMA
      * EXECUCAO) E DATA INICIAL DA VARREDURA DAS FONTES (EM BRANCO A
      * PRIMEIRA EXECUCAO DO RUNCAT.DAT).
       FD  ARQUIVO-PARAMETROS.
       01  FD-REGISTRO-PARAMETROS.
           05 FD-REC-DATA-REFERENCIA   PIC X(10).
           05 FILLER                   PIC X.
           05 FD-REC-DATA-INICIAL      PIC X(10).

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

       FD  ARQUIVO-OFFLOAD.
       01  FD-REGISTRO-OFFLOAD     PIC X(108).

      * DIARIO COMUM DE ALTERACOES DOS CADASTROS E DO MESTRE: QUEM
      * ALTEROU (PROGRAMA, EXECUCAO E OPERADOR), O QUE (ARQUIVO, CHAVE
      * E ACAO) E AS IMAGENS DO REGISTRO ANTES E DEPOIS DA ALTERACAO.
       FD  ARQUIVO-JORNAL.
       01  FD-REGISTRO-JORNAL.
           05 FD-JRN-DATA          PIC X(10).
           05 FILLER               PIC X.
           05 FD-JRN-HORA          PIC X(8).
           05 FILLER               PIC X.
           05 FD-JRN-RUN-ID        PIC X(12).
           05 FILLER               PIC X.
           05 FD-JRN-PROGRAMA      PIC X(11).
           05 FILLER               PIC X.
           05 FD-JRN-ARQUIVO       PIC X(12).
           05 FILLER               PIC X.
           05 FD-JRN-CHAVE         PIC X(10).
           05 FILLER               PIC X.
           05 FD-JRN-ACAO          PIC X(12).
           05 FILLER               PIC X.
           05 FD-JRN-ANTES         PIC X(120).
           05 FILLER               PIC X.
           05 FD-JRN-DEPOIS        PIC X(120).
           05 FILLER               PIC X.
           05 FD-JRN-USUARIO       PIC X(8).

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
       01  FD-AREA-MESTRE          PIC X(108).

       FD  ARQUIVO-RELATORIO.
       01  FD-LINHA-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-STATUS-PARAMETROS    PIC XX VALUE SPACES.
        01 WS-STATUS-CATALOGO      PIC XX VALUE SPACES.
        01 WS-STATUS-LOG           PIC XX VALUE SPACES.
        01 WS-STATUS-OFFLOAD       PIC XX VALUE SPACES.
        01 WS-STATUS-JORNAL        PIC XX VALUE SPACES.
        01 WS-STATUS-MESTRE        PIC XX VALUE SPACES.
        01 WS-STATUS-RELATORIO     PIC XX VALUE SPACES.

        01 WS-NOME-ARQ-LOG         PIC X(44) VALUE SPACES.
        01 WS-NOME-ARQ-OFFLOAD     PIC X(44) VALUE SPACES.
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
           05 WS-EOF-CATALOGO         PIC X VALUE "N".
              88 FIM-ARQUIVO-CATALOGO       VALUE "S".
           05 WS-EOF-LOG              PIC X VALUE "N".
              88 FIM-ARQUIVO-LOG            VALUE "S".
           05 WS-EOF-OFFLOAD          PIC X VALUE "N".
              88 FIM-ARQUIVO-OFFLOAD        VALUE "S".
           05 WS-EOF-JORNAL           PIC X VALUE "S".
              88 FIM-ARQUIVO-JORNAL         VALUE "S".
           05 WS-JORNAL-ABERTO        PIC X VALUE "N".
              88 JORNAL-ABERTO              VALUE "S".
           05 WS-EOF-MESTRE           PIC X VALUE "N".
              88 FIM-ARQUIVO-MESTRE         VALUE "S".
           05 WS-MODO-RECUPERACAO     PIC X VALUE "U".
              88 RECUPERA-ATE-DATA          VALUE "D".
              88 RECUPERA-ULTIMA            VALUE "U".
           05 WS-MARCA-ACHADA         PIC X VALUE "N".
              88 MARCA-ACHADA               VALUE "S".
           05 WS-FIM-EXECUCAO         PIC X VALUE "N".
              88 FIM-EXECUCAO               VALUE "S".
           05 WS-REGISTRO-EXISTENTE   PIC X VALUE "N".
              88 REGISTRO-EXISTENTE         VALUE "S".
           05 WS-ORIGINAL-PRESENTE    PIC X VALUE "N".
              88 ORIGINAL-PRESENTE          VALUE "S".
           05 WS-DATA-VALIDA          PIC X VALUE "N".
              88 DATA-VALIDA                VALUE "S".

        01 WS-DATA-REFERENCIA      PIC X(10) VALUE SPACES.
        01 WS-DATA-INICIAL         PIC X(10) VALUE SPACES.
        01 WS-DATA-TRABALHO        PIC X(10) VALUE SPACES.
        01 WS-DATA-AAAAMMDD        PIC X(8)  VALUE SPACES.
        01 WS-HOJE-AAAAMMDD        PIC X(8)  VALUE SPACES.
        01 WS-REF-AAAAMMDD         PIC X(8)  VALUE SPACES.
        01 WS-INI-AAAAMMDD         PIC X(8)  VALUE SPACES.
        01 WS-FIM-AAAAMMDD         PIC X(8)  VALUE SPACES.
        01 WS-DATA-LIMITE-EXPURGO  PIC X(8)  VALUE SPACES.
      * MOMENTO (AAAAMMDD E HH:MM:SS) DO PROXIMO AJUSTE DE TAXA DO
      * DIARIO E LIMITE ATE ONDE OS AJUSTES JA SAO REPOSTOS.
        01 WS-JRN-MOMENTO          PIC X(16) VALUE SPACES.
        01 WS-JORNAL-LIMITE        PIC X(16) VALUE SPACES.
        01 WS-DIA-NUM              PIC 9(8)  VALUE ZERO.
        01 WS-DIA-INTEIRO          PIC 9(7)  VALUE ZERO.
        01 WS-DIA-FINAL-INTEIRO    PIC 9(7)  VALUE ZERO.

        01 WS-MES-VARREDURA.
           05 WS-MVA-ANO              PIC 9(4) VALUE ZERO.
           05 WS-MVA-MES              PIC 9(2) VALUE ZERO.

      * INVENTARIO DAS EXECUCOES EM ORDEM DE DATA E HORA: O RUNCAT.DAT
      * TRAZ AS EXECUCOES AINDA CATALOGADAS E AS MARCAS DE INICIO DO
      * HISTORICO MENSAL TRAZEM AS JA ARQUIVADAS (INCLUSIVE AS QUE
      * SAIRAM DO CATALOGO). A FONTE ESCOLHIDA PARA CADA EXECUCAO E
      * "H" HISTORICO, "G" GERACAO DO LOG, "A" ANTERIOR A DATA
      * INICIAL, "X" POSTERIOR A DATA DE REFERENCIA OU BRANCO QUANDO
      * NENHUM LOG FOI ENCONTRADO.
        01 WS-TABELA-EXECUCOES.
           05 WS-QTD-EXEC             PIC 9(4) VALUE ZERO.
           05 WS-IND-EXEC             PIC 9(4) VALUE ZERO.
           05 WS-IND-BUSCA            PIC 9(4) VALUE ZERO.
           05 WS-IND-DESLOCA          PIC 9(4) VALUE ZERO.
           05 WS-POS-EXEC             PIC 9(4) VALUE ZERO.
           05 WS-EXE-ENTRADA OCCURS 2000 TIMES.
              10 WS-EXE-CHAVE.
                 15 WS-EXE-CHAVE-DATA PIC X(8).
                 15 WS-EXE-CHAVE-HORA PIC X(8).
                 15 WS-EXE-RUN-ID     PIC X(12).
              10 WS-EXE-DATA          PIC X(10).
              10 WS-EXE-HORA          PIC X(8).
              10 WS-EXE-ARQ-LOG       PIC X(44).
              10 WS-EXE-ARQUIVADO     PIC X.
              10 WS-EXE-NO-CATALOGO   PIC X.
              10 WS-EXE-NO-HISTORICO  PIC X.
              10 WS-EXE-MES-HIST      PIC X(6).
              10 WS-EXE-FONTE         PIC X.
              10 WS-EXE-LIDAS         PIC 9(7).
              10 WS-EXE-APLICADOS     PIC 9(7).

        01 WS-NOVA-EXECUCAO.
           05 WS-NOV-CHAVE.
              10 WS-NOV-CHAVE-DATA    PIC X(8).
              10 WS-NOV-CHAVE-HORA    PIC X(8).
              10 WS-NOV-RUN-ID        PIC X(12).
           05 WS-NOV-DATA             PIC X(10).
           05 WS-NOV-HORA             PIC X(8).
           05 WS-NOV-ARQ-LOG          PIC X(44).
           05 WS-NOV-ARQUIVADO        PIC X.
           05 WS-NOV-NO-CATALOGO      PIC X.
           05 WS-NOV-NO-HISTORICO     PIC X.
           05 WS-NOV-MES-HIST         PIC X(6).
           05 WS-NOV-FONTE            PIC X.
           05 WS-NOV-LIDAS            PIC 9(7).
           05 WS-NOV-APLICADOS        PIC 9(7).

      * DESCARGAS DO EXPURGO (CALCOFF.AAAAMMDD.DAT) ACHADAS NA
      * VARREDURA, EM ORDEM DE DATA DE CORTE. "P" EXPURGO JA FEITO NA
      * DATA DE REFERENCIA E AINDA NAO APLICADO, "A" APLICADO, "F"
      * EXPURGO POSTERIOR A REFERENCIA (A DESCARGA VIRA FONTE).
        01 WS-TABELA-DESCARGAS.
           05 WS-QTD-DESCARGAS        PIC 9(3) VALUE ZERO.
           05 WS-IND-DES              PIC 9(3) VALUE ZERO.
           05 WS-DES-ENTRADA OCCURS 100 TIMES.
              10 WS-DES-CORTE         PIC X(8).
              10 WS-DES-NOME          PIC X(44).
              10 WS-DES-SITUACAO      PIC X.
              10 WS-DES-LIDOS         PIC 9(7).
              10 WS-DES-REMOVIDOS     PIC 9(7).
              10 WS-DES-RESTAURADOS   PIC 9(7).

        01 WS-TABELA-LACUNAS.
           05 WS-QTD-LACUNAS-TAB      PIC 9(3) VALUE ZERO.
           05 WS-IND-LAC              PIC 9(3) VALUE ZERO.
           05 WS-LAC-ENTRADA OCCURS 300 TIMES.
              10 WS-LAC-REFERENCIA    PIC X(12).
              10 WS-LAC-DESCRICAO     PIC X(50).
        01 WS-LACUNA-REFERENCIA    PIC X(12) VALUE SPACES.
        01 WS-LACUNA-DESCRICAO     PIC X(50) VALUE SPACES.

        01 WS-TABELA-CONFLITOS.
           05 WS-QTD-CONFLITOS-TAB    PIC 9(3) VALUE ZERO.
           05 WS-IND-CNF              PIC 9(3) VALUE ZERO.
           05 WS-CNF-ENTRADA OCCURS 500 TIMES.
              10 WS-CNF-REFERENCIA    PIC X(12).
              10 WS-CNF-ID            PIC X(7).
              10 WS-CNF-DESCRICAO     PIC X(50).
        01 WS-CONFLITO-ID          PIC X(7)  VALUE SPACES.
        01 WS-CONFLITO-DESCRICAO   PIC X(50) VALUE SPACES.
        01 WS-RUN-ID-CORRENTE      PIC X(12) VALUE SPACES.

      * CONTROLE DA SEQUENCIA AAAAMMDD-NNN DOS IDENTIFICADORES DE
      * EXECUCAO: NUMERO QUE FALTA NO DIA E LACUNA NA RECUPERACAO.
        01 WS-DATA-SEQ-ANTERIOR    PIC X(8)  VALUE SPACES.
        01 WS-SEQ-ANTERIOR         PIC 9(3)  VALUE ZERO.
        01 WS-SEQ-ATUAL            PIC 9(3)  VALUE ZERO.
        01 WS-SEQ-FALTANTE         PIC 9(3)  VALUE ZERO.

      * VALORES DA LINHA DO LOG EM REPROCESSAMENTO.
        01 WS-MODO-EXECUCAO        PIC X     VALUE "B".
           88 EXECUCAO-RESSUBMISSAO       VALUE "R", "r".
        01 WS-ID-REQUISICAO        PIC 9(7)  VALUE ZERO.
        01 WS-ID-ORIGINAL          PIC 9(7)  VALUE ZERO.
        01 WS-ID-AJUSTE            PIC 9(7)  VALUE ZERO.
        01 WS-PROX-ID-AJUSTE       PIC 9(8)  VALUE 9000000.
        01 WS-TIPO-AJUSTE          PIC X     VALUE SPACE.
           88 AJUSTE-ESTORNO              VALUE "E".
        01 WS-DATA-LINHA           PIC X(10) VALUE SPACES.
        01 WS-HORA-LINHA           PIC X(8)  VALUE SPACES.
        01 WS-OPERADOR-LINHA       PIC X     VALUE SPACE.
        01 WS-CENTRO-LINHA         PIC X(4)  VALUE SPACES.
        01 WS-USUARIO-LINHA        PIC X(8)  VALUE SPACES.
        01 WS-COD-TAXA-LINHA       PIC X(7)  VALUE SPACES.
        01 WS-TAXA-USADA-LINHA     PIC X     VALUE SPACE.
           88 TAXA-NO-LOG                VALUE "S", "N".
        01 WS-MODO-ARRED-LINHA     PIC X     VALUE SPACE.
        01 WS-NUM-INICIAL          PIC S9(5)V99 VALUE ZERO.
        01 WS-NUM-FINAL            PIC S9(5)V99 VALUE ZERO.
        01 WS-RESULTADO-NUM        PIC S9(10)V99 VALUE ZERO.
        01 WS-STATUS-ANTERIOR      PIC X(10) VALUE SPACES.

      * SO ESTES MOTIVOS DE RECUSA DEIXAM O MESTRE INTACTO; AS DEMAIS
      * RECUSAS DO LOTE GRAVAM O ID COMO REJEITADO.
        01 WS-MOTIVO-LINHA         PIC X(25) VALUE SPACES.
           88 MOTIVO-SEM-MESTRE VALUE "PERIODO FECHADO"
                                      "ID DUPLICADO"
                                      "ID COM AJUSTE VINCULADO"
                                      "MESTRE INDISPONIVEL"
                                      "FAIXA DE AJUSTES ESGOTADA"
                                      "ID ORIGINAL INEXISTENTE"
                                      "ORIGINAL NAO AJUSTAVEL"
                                      "CENTRO DIFERE DO ORIGINAL".

        01 WS-RESULTADO-EDITADO    PIC -,---,---,--9.99.
        01 WS-RESULTADO-EDITADO-X  REDEFINES WS-RESULTADO-EDITADO
                                   PIC X(16).
        01 WS-OPERANDO-EDITADO     PIC --,--9.99.
        01 WS-OPERANDO-EDITADO-X   REDEFINES WS-OPERANDO-EDITADO
                                   PIC X(9).

        01 WS-MESTRE-ORIGINAL      PIC X(108) VALUE SPACES.
        01 WS-MESTRE-JORNAL        PIC X(108) VALUE SPACES.

      * IMAGEM DO MESTRE LIDA DA DESCARGA.
        01 WS-MESTRE-DESCARGA.
           05 WS-DSC-ID            PIC 9(7).
           05 WS-DSC-DATA          PIC X(10).
           05 WS-DSC-HORA          PIC X(8).
           05 WS-DSC-NUMEROINICIAL PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 WS-DSC-OPERADOR      PIC X.
           05 WS-DSC-NUMEROFINAL   PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 WS-DSC-RESULTADO     PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05 WS-DSC-STATUS        PIC X(10).
           05 WS-DSC-CENTRO        PIC X(4).
           05 WS-DSC-TIPO-AJUSTE   PIC X.
           05 WS-DSC-ID-ORIGEM     PIC 9(7).
           05 WS-DSC-ID-AJUSTE     PIC 9(7).
           05 WS-DSC-COD-TAXA      PIC X(7).
           05 WS-DSC-VALOR-TAXA    PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 WS-DSC-MODO-ARRED    PIC X.
           05 WS-DSC-USUARIO       PIC X(8).
        01 WS-DESCARGA-AREA REDEFINES WS-MESTRE-DESCARGA
                                   PIC X(108).
        01 WS-DESCARGA-LEIAUTE-65 REDEFINES WS-MESTRE-DESCARGA.
           05 FILLER               PIC X(65).
           05 WS-DSC-EXTENSAO      PIC X(43).

        01 WS-CONTADORES.
           05 WS-QTD-HISTORICOS       PIC 9(9) VALUE ZERO.
           05 WS-QTD-REPROCESSADAS    PIC 9(9) VALUE ZERO.
           05 WS-QTD-ANTERIORES       PIC 9(9) VALUE ZERO.
           05 WS-QTD-POSTERIORES      PIC 9(9) VALUE ZERO.
           05 WS-QTD-LINHAS-LIDAS     PIC 9(9) VALUE ZERO.
           05 WS-QTD-SEM-MESTRE       PIC 9(9) VALUE ZERO.
           05 WS-QTD-REG-HISTORICO    PIC 9(9) VALUE ZERO.
           05 WS-QTD-REG-GERACAO      PIC 9(9) VALUE ZERO.
           05 WS-QTD-REG-DESCARGA     PIC 9(9) VALUE ZERO.
           05 WS-QTD-REG-JORNAL       PIC 9(9) VALUE ZERO.
           05 WS-QTD-COMPLETADOS      PIC 9(9) VALUE ZERO.
           05 WS-QTD-REMOVIDOS        PIC 9(9) VALUE ZERO.
           05 WS-QTD-MESTRE           PIC 9(9) VALUE ZERO.
           05 WS-QTD-MES-CALCULADO    PIC 9(9) VALUE ZERO.
           05 WS-QTD-MES-REJEITADO    PIC 9(9) VALUE ZERO.
           05 WS-QTD-MES-AJUSTADO     PIC 9(9) VALUE ZERO.
           05 WS-QTD-MES-SEM-TAXA     PIC 9(9) VALUE ZERO.
           05 WS-QTD-LACUNAS          PIC 9(9) VALUE ZERO.
           05 WS-QTD-CONFLITOS        PIC 9(9) VALUE ZERO.
           05 WS-LIDAS-EXECUCAO       PIC 9(7) VALUE ZERO.
           05 WS-APLICADOS-EXECUCAO   PIC 9(7) VALUE ZERO.

        01 WS-CAB-RECUPERACAO.
           05 FILLER PIC X(132) VALUE
              "RELATORIO DE RECUPERACAO DO MESTRE - RECUPMEST".

        01 WS-LINHA-OPERADOR.
           05 FILLER                   PIC X(34) VALUE
              "OPERADOR..........................".
           05 WS-RCP-USUARIO-ED        PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RCP-NOME-ED           PIC X(30).
           05 FILLER                   PIC X(59) VALUE SPACES.

        01 WS-LINHA-INFORMACAO.
           05 WS-RCP-INF-DESCRICAO     PIC X(34).
           05 WS-RCP-INF-VALOR         PIC X(20).
           05 FILLER                   PIC X(78) VALUE SPACES.

        01 WS-LINHA-CONTAGEM.
           05 WS-RCP-DESCRICAO         PIC X(34).
           05 WS-RCP-VALOR-ED          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(87) VALUE SPACES.

        01 WS-LINHA-TITULO             PIC X(132) VALUE SPACES.

        01 WS-CAB-EXECUCOES.
           05 FILLER PIC X(40) VALUE
              "EXECUCAO     DATA       HORA     FONTE  ".
           05 FILLER PIC X(92) VALUE
              "      LIDAS GRAVADOS  ARQUIVO".

        01 WS-LINHA-EXECUCAO.
           05 WS-RCP-EXE-RUN-ID        PIC X(12).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RCP-EXE-DATA          PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RCP-EXE-HORA          PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RCP-EXE-FONTE         PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RCP-EXE-LIDAS-ED      PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCP-EXE-APLIC-ED      PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCP-EXE-ARQUIVO       PIC X(44).
           05 FILLER                   PIC X(26) VALUE SPACES.

        01 WS-CAB-DESCARGAS.
           05 FILLER PIC X(40) VALUE
              "ARQUIVO DE DESCARGA       CORTE       SI".
           05 FILLER PIC X(92) VALUE
              "TUACAO                  LIDOS  REMOVIDOS  RESTAURADOS".

        01 WS-LINHA-DESCARGA.
           05 WS-RCP-DES-NOME          PIC X(24).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCP-DES-CORTE         PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCP-DES-SITUACAO      PIC X(22).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCP-DES-LIDOS-ED      PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-RCP-DES-REMOV-ED      PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 WS-RCP-DES-REST-ED       PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(39) VALUE SPACES.

        01 WS-LINHA-LACUNA.
           05 WS-RCP-LAC-REFERENCIA    PIC X(12).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCP-LAC-DESCRICAO     PIC X(50).
           05 FILLER                   PIC X(68) VALUE SPACES.

        01 WS-LINHA-CONFLITO.
           05 WS-RCP-CNF-REFERENCIA    PIC X(12).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCP-CNF-ID            PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCP-CNF-DESCRICAO     PIC X(50).
           05 FILLER                   PIC X(59) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           PERFORM IDENTIFICA-OPERADOR

           IF RETURN-CODE = ZERO
               PERFORM LE-PARAMETROS-RECUPERACAO
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM CARREGA-CATALOGO
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM DEFINE-PERIODO-VARREDURA
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM INVENTARIA-HISTORICO
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM LOCALIZA-DESCARGAS
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM ABRE-JORNAL-RECUPERACAO
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM DEFINE-FONTES-EXECUCOES
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM RECRIA-MESTRE
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM REPROCESSA-EXECUCOES
               MOVE HIGH-VALUES TO WS-JORNAL-LIMITE
               PERFORM REPOE-AJUSTES-TAXA
               MOVE HIGH-VALUES TO WS-DATA-LIMITE-EXPURGO
               PERFORM APLICA-EXPURGOS-VENCIDOS
               PERFORM RESTAURA-DESCARGAS-POSTERIORES
               PERFORM CONTA-MESTRE-RECUPERADO
               CLOSE ARQUIVO-MESTRE
           END-IF

           IF JORNAL-ABERTO
               CLOSE ARQUIVO-JORNAL
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM ESCREVE-RELATORIO-RECUPERACAO
           END-IF

           IF RETURN-CODE = ZERO AND
              (WS-QTD-LACUNAS > ZERO OR WS-QTD-CONFLITOS > ZERO)
               DISPLAY "AVISO: MESTRE RECUPERADO COM " WS-QTD-LACUNAS
                  " LACUNAS E " WS-QTD-CONFLITOS " CONFLITOS. VER "
                  "RECUPMEST.TXT."
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A RECUPERACAO RECRIA O MESTRE INTEIRO: EXIGE A MESMA FUNCAO E
      * (EXPURGO DO MESTRE) DA MANUTENCAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       IDENTIFICA-OPERADOR.
           DISPLAY "Operador:"
           ACCEPT WS-AUT-USUARIO
           DISPLAY "Senha:"
           ACCEPT WS-AUT-SENHA
           MOVE "E"         TO WS-AUT-FUNCAO
           MOVE "RECUPMEST" TO WS-AUT-PROGRAMA
           CALL "AUTORIZA" USING WS-AUTORIZACAO
           IF NOT ACESSO-LIBERADO
               DISPLAY "ERRO: ACESSO NEGADO A " WS-AUT-USUARIO " ("
                  WS-AUT-MOTIVO ")."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * RECUPARMS.DAT E OPCIONAL: SEM ELE O MESTRE E RECUPERADO ATE A
      * ULTIMA EXECUCAO, VARRENDO AS FONTES DESDE A PRIMEIRA EXECUCAO
      * DO RUNCAT.DAT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LE-PARAMETROS-RECUPERACAO.
           OPEN INPUT ARQUIVO-PARAMETROS
           EVALUATE TRUE
               WHEN WS-STATUS-PARAMETROS = "35"
                   CONTINUE
               WHEN WS-STATUS-PARAMETROS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR "
                      "RECUPARMS.DAT (STATUS " WS-STATUS-PARAMETROS ")."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   READ ARQUIVO-PARAMETROS
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FD-REC-DATA-REFERENCIA TO
                              WS-DATA-REFERENCIA
                           MOVE FD-REC-DATA-INICIAL TO WS-DATA-INICIAL
                   END-READ
                   CLOSE ARQUIVO-PARAMETROS
           END-EVALUATE

           IF RETURN-CODE = ZERO AND WS-DATA-REFERENCIA NOT = SPACES
               MOVE WS-DATA-REFERENCIA TO WS-DATA-TRABALHO
               PERFORM VALIDA-DATA-PARAMETRO
               IF NOT DATA-VALIDA
                   DISPLAY "ERRO: DATA DE REFERENCIA INVALIDA EM "
                      "RECUPARMS.DAT: " WS-DATA-REFERENCIA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-DATA-AAAAMMDD TO WS-REF-AAAAMMDD
                   MOVE "D" TO WS-MODO-RECUPERACAO
                   IF WS-REF-AAAAMMDD > WS-HOJE-AAAAMMDD
                       DISPLAY "ERRO: DATA DE REFERENCIA POSTERIOR A "
                          "DATA DE HOJE: " WS-DATA-REFERENCIA
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF RETURN-CODE = ZERO AND WS-DATA-INICIAL NOT = SPACES
               MOVE WS-DATA-INICIAL TO WS-DATA-TRABALHO
               PERFORM VALIDA-DATA-PARAMETRO
               IF NOT DATA-VALIDA
                   DISPLAY "ERRO: DATA INICIAL INVALIDA EM "
                      "RECUPARMS.DAT: " WS-DATA-INICIAL
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-DATA-AAAAMMDD TO WS-INI-AAAAMMDD
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       VALIDA-DATA-PARAMETRO.
           MOVE "N" TO WS-DATA-VALIDA
           IF WS-DATA-TRABALHO(1:2) IS NUMERIC AND
              WS-DATA-TRABALHO(4:2) IS NUMERIC AND
              WS-DATA-TRABALHO(7:4) IS NUMERIC AND
              WS-DATA-TRABALHO(3:1) = "/" AND
              WS-DATA-TRABALHO(6:1) = "/"
               PERFORM CONVERTE-DATA
               MOVE WS-DATA-AAAAMMDD TO WS-DIA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DIA-NUM) = ZERO
                   MOVE "S" TO WS-DATA-VALIDA
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CONVERTE DD/MM/AAAA DE WS-DATA-TRABALHO PARA AAAAMMDD EM
      * WS-DATA-AAAAMMDD PARA COMPARACAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONVERTE-DATA.
           STRING WS-DATA-TRABALHO(7:4) WS-DATA-TRABALHO(4:2)
                  WS-DATA-TRABALHO(1:2)
               DELIMITED BY SIZE INTO WS-DATA-AAAAMMDD.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * AS EXECUCOES AINDA CATALOGADAS ENTRAM NO INVENTARIO COM O NOME
      * DO SEU LOG E A MARCA DE ARQUIVAMENTO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-CATALOGO.
           OPEN INPUT ARQUIVO-CATALOGO
           EVALUATE TRUE
               WHEN WS-STATUS-CATALOGO = "35"
                   DISPLAY "AVISO: RUNCAT.DAT NAO ENCONTRADO. SO O "
                      "HISTORICO MENSAL SERA REPROCESSADO."
               WHEN WS-STATUS-CATALOGO NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR RUNCAT.DAT ("
                      "STATUS " WS-STATUS-CATALOGO ")."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNTIL FIM-ARQUIVO-CATALOGO
                       READ ARQUIVO-CATALOGO
                           AT END
                               MOVE "S" TO WS-EOF-CATALOGO
                           NOT AT END
                               PERFORM CARREGA-ENTRADA-CATALOGO
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-CATALOGO
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-ENTRADA-CATALOGO.
           MOVE FD-CAT-RUN-ID TO WS-RUN-ID-CORRENTE
           PERFORM LOCALIZA-EXECUCAO
           IF WS-IND-BUSCA > WS-QTD-EXEC
               INITIALIZE WS-NOVA-EXECUCAO
               MOVE FD-CAT-DATA TO WS-DATA-TRABALHO
               PERFORM CONVERTE-DATA
               MOVE WS-DATA-AAAAMMDD TO WS-NOV-CHAVE-DATA
               MOVE FD-CAT-HORA      TO WS-NOV-CHAVE-HORA
               MOVE FD-CAT-RUN-ID    TO WS-NOV-RUN-ID
               MOVE FD-CAT-DATA      TO WS-NOV-DATA
               MOVE FD-CAT-HORA      TO WS-NOV-HORA
               MOVE FD-CAT-ARQ-LOG   TO WS-NOV-ARQ-LOG
               MOVE FD-CAT-ARQUIVADO TO WS-NOV-ARQUIVADO
               MOVE "S"              TO WS-NOV-NO-CATALOGO
               MOVE "N"              TO WS-NOV-NO-HISTORICO
               PERFORM INSERE-EXECUCAO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LOCALIZA-EXECUCAO.
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
               UNTIL WS-IND-BUSCA > WS-QTD-EXEC OR
                     WS-EXE-RUN-ID(WS-IND-BUSCA) = WS-RUN-ID-CORRENTE
               CONTINUE
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A TABELA E MANTIDA EM ORDEM DE DATA, HORA E IDENTIFICADOR: A
      * NOVA EXECUCAO ENTRA NA SUA POSICAO E AS SEGUINTES DESCEM UMA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INSERE-EXECUCAO.
           IF WS-QTD-EXEC NOT < 2000
               DISPLAY "ERRO: TABELA DE EXECUCOES CHEIA (2000). "
                  "INFORME UMA DATA INICIAL MAIS RECENTE EM "
                  "RECUPARMS.DAT."
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO WS-EOF-CATALOGO
               MOVE "S" TO WS-EOF-LOG
           ELSE
               PERFORM VARYING WS-POS-EXEC FROM 1 BY 1
                   UNTIL WS-POS-EXEC > WS-QTD-EXEC OR
                         WS-EXE-CHAVE(WS-POS-EXEC) > WS-NOV-CHAVE
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WS-IND-DESLOCA FROM WS-QTD-EXEC BY -1
                   UNTIL WS-IND-DESLOCA < WS-POS-EXEC
                   MOVE WS-EXE-ENTRADA(WS-IND-DESLOCA) TO
                      WS-EXE-ENTRADA(WS-IND-DESLOCA + 1)
               END-PERFORM
               MOVE WS-NOVA-EXECUCAO TO WS-EXE-ENTRADA(WS-POS-EXEC)
               ADD 1 TO WS-QTD-EXEC
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A VARREDURA VAI DA DATA INICIAL ATE A DATA DE REFERENCIA (OU
      * ATE HOJE, NA RECUPERACAO ATE A ULTIMA EXECUCAO).
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DEFINE-PERIODO-VARREDURA.
           IF RECUPERA-ATE-DATA
               MOVE WS-REF-AAAAMMDD TO WS-FIM-AAAAMMDD
           ELSE
               MOVE WS-HOJE-AAAAMMDD TO WS-FIM-AAAAMMDD
           END-IF

           IF WS-INI-AAAAMMDD = SPACES
               IF WS-QTD-EXEC = ZERO
                   DISPLAY "ERRO: SEM DATA INICIAL EM RECUPARMS.DAT E "
                      "SEM EXECUCOES EM RUNCAT.DAT. NAO HA COMO "
                      "DELIMITAR A RECUPERACAO."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-EXE-CHAVE-DATA(1) TO WS-INI-AAAAMMDD
                   MOVE WS-EXE-DATA(1) TO WS-DATA-INICIAL
                   DISPLAY "AVISO: DATA INICIAL NAO INFORMADA. "
                      "VARREDURA A PARTIR DE " WS-DATA-INICIAL
                      " (PRIMEIRA EXECUCAO DO RUNCAT.DAT)."
               END-IF
           END-IF

           IF RETURN-CODE = ZERO AND
              WS-INI-AAAAMMDD > WS-FIM-AAAAMMDD
               DISPLAY "ERRO: DATA INICIAL POSTERIOR A DATA DE "
                  "REFERENCIA EM RECUPARMS.DAT."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CADA MES DO PERIODO TEM SEU HISTORICO (AUDITHIST.AAAAMM.TXT).
      * AS MARCAS DE INICIO DE EXECUCAO DELE COMPLETAM O INVENTARIO; O
      * MES QUE NAO TEM HISTORICO E SIMPLESMENTE PULADO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INVENTARIA-HISTORICO.
           MOVE WS-INI-AAAAMMDD(1:6) TO WS-MES-VARREDURA
           PERFORM UNTIL WS-MES-VARREDURA > WS-FIM-AAAAMMDD(1:6) OR
                         RETURN-CODE NOT = ZERO
               PERFORM MONTA-NOME-HISTORICO
               OPEN INPUT ARQUIVO-LOG
               EVALUATE TRUE
                   WHEN WS-STATUS-LOG = "35"
                       CONTINUE
                   WHEN WS-STATUS-LOG NOT = "00"
                       DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR "
                          WS-NOME-ARQ-LOG " (STATUS " WS-STATUS-LOG
                          ")."
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       ADD 1 TO WS-QTD-HISTORICOS
                       MOVE "N" TO WS-EOF-LOG
                       PERFORM UNTIL FIM-ARQUIVO-LOG
                           READ ARQUIVO-LOG
                               AT END
                                   MOVE "S" TO WS-EOF-LOG
                               NOT AT END
                                   IF FD-LINHA-LOG(1:15) =
                                      "INICIO EXECUCAO"
                                       PERFORM REGISTRA-MARCA-HISTORICO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARQUIVO-LOG
               END-EVALUATE
               PERFORM AVANCA-MES
           END-PERFORM.

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
      * A MARCA TRAZ A DATA NA COLUNA 17, A HORA NA 28 E O
      * IDENTIFICADOR DA EXECUCAO NA 71. MARCAS DO LOG LEGADO NAO TEM
      * IDENTIFICADOR E ENTRAM PELA DATA E HORA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REGISTRA-MARCA-HISTORICO.
           MOVE FD-LINHA-LOG(71:12) TO WS-RUN-ID-CORRENTE
           IF WS-RUN-ID-CORRENTE = SPACES
               MOVE WS-QTD-EXEC TO WS-IND-BUSCA
               ADD 1 TO WS-IND-BUSCA
           ELSE
               PERFORM LOCALIZA-EXECUCAO
           END-IF

           IF WS-IND-BUSCA > WS-QTD-EXEC
               INITIALIZE WS-NOVA-EXECUCAO
               MOVE FD-LINHA-LOG(17:10) TO WS-DATA-TRABALHO
               PERFORM CONVERTE-DATA
               MOVE WS-DATA-AAAAMMDD    TO WS-NOV-CHAVE-DATA
               MOVE FD-LINHA-LOG(28:8)  TO WS-NOV-CHAVE-HORA
               MOVE WS-RUN-ID-CORRENTE  TO WS-NOV-RUN-ID
               MOVE FD-LINHA-LOG(17:10) TO WS-NOV-DATA
               MOVE FD-LINHA-LOG(28:8)  TO WS-NOV-HORA
               MOVE "N"                 TO WS-NOV-NO-CATALOGO
               MOVE "S"                 TO WS-NOV-NO-HISTORICO
               MOVE WS-MES-VARREDURA    TO WS-NOV-MES-HIST
               PERFORM INSERE-EXECUCAO
           ELSE
               IF WS-EXE-NO-HISTORICO(WS-IND-BUSCA) = "S"
                   MOVE SPACES TO WS-CONFLITO-ID
                   MOVE
                     "EXECUCAO REPETIDA NO HISTORICO (VALE A PRIMEIRA)"
                      TO WS-CONFLITO-DESCRICAO
                   PERFORM REGISTRA-CONFLITO
               ELSE
                   MOVE "S" TO WS-EXE-NO-HISTORICO(WS-IND-BUSCA)
                   MOVE WS-MES-VARREDURA TO
                      WS-EXE-MES-HIST(WS-IND-BUSCA)
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O EXPURGO GRAVA A DESCARGA COM A DATA DE CORTE NO NOME. CADA
      * DIA DA DATA INICIAL ATE HOJE E PROCURADO; A DESCARGA COM CORTE
      * ATE A DATA DE REFERENCIA E EXPURGO JA FEITO A RESPEITAR, A
      * POSTERIOR GUARDA IMAGENS QUE AINDA ESTAVAM NO MESTRE NAQUELA
      * DATA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LOCALIZA-DESCARGAS.
           MOVE WS-INI-AAAAMMDD TO WS-DIA-NUM
           COMPUTE WS-DIA-INTEIRO =
              FUNCTION INTEGER-OF-DATE(WS-DIA-NUM)
           MOVE WS-HOJE-AAAAMMDD TO WS-DIA-NUM
           COMPUTE WS-DIA-FINAL-INTEIRO =
              FUNCTION INTEGER-OF-DATE(WS-DIA-NUM)

           PERFORM UNTIL WS-DIA-INTEIRO > WS-DIA-FINAL-INTEIRO OR
                         RETURN-CODE NOT = ZERO
               COMPUTE WS-DIA-NUM =
                  FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
               MOVE SPACES TO WS-NOME-ARQ-OFFLOAD
               STRING "CALCOFF." WS-DIA-NUM ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-ARQ-OFFLOAD
               OPEN INPUT ARQUIVO-OFFLOAD
               IF WS-STATUS-OFFLOAD = "00"
                   CLOSE ARQUIVO-OFFLOAD
                   PERFORM REGISTRA-DESCARGA
               END-IF
               ADD 1 TO WS-DIA-INTEIRO
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REGISTRA-DESCARGA.
           IF WS-QTD-DESCARGAS NOT < 100
               DISPLAY "ERRO: TABELA DE DESCARGAS CHEIA (100). "
                  "INFORME UMA DATA INICIAL MAIS RECENTE EM "
                  "RECUPARMS.DAT."
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-QTD-DESCARGAS
               MOVE WS-QTD-DESCARGAS TO WS-IND-DES
               INITIALIZE WS-DES-ENTRADA(WS-IND-DES)
               MOVE WS-DIA-NUM          TO WS-DES-CORTE(WS-IND-DES)
               MOVE WS-NOME-ARQ-OFFLOAD TO WS-DES-NOME(WS-IND-DES)
               IF WS-DES-CORTE(WS-IND-DES) > WS-FIM-AAAAMMDD
                   MOVE "F" TO WS-DES-SITUACAO(WS-IND-DES)
               ELSE
                   MOVE "P" TO WS-DES-SITUACAO(WS-IND-DES)
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * ESCOLHE A FONTE DE CADA EXECUCAO E CONFERE A SEQUENCIA. SEM
      * NENHUMA EXECUCAO A REPROCESSAR NEM DESCARGA A RESTAURAR O
      * MESTRE NAO E TOCADO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DEFINE-FONTES-EXECUCOES.
           MOVE SPACES TO WS-DATA-SEQ-ANTERIOR
           MOVE ZERO   TO WS-SEQ-ANTERIOR
           PERFORM VARYING WS-IND-EXEC FROM 1 BY 1
               UNTIL WS-IND-EXEC > WS-QTD-EXEC
               PERFORM DEFINE-FONTE-EXECUCAO
           END-PERFORM

           MOVE ZERO TO WS-IND-BUSCA
           PERFORM VARYING WS-IND-EXEC FROM 1 BY 1
               UNTIL WS-IND-EXEC > WS-QTD-EXEC
               IF WS-EXE-FONTE(WS-IND-EXEC) = "H" OR "G"
                   ADD 1 TO WS-IND-BUSCA
               END-IF
           END-PERFORM

           IF WS-IND-BUSCA = ZERO AND WS-QTD-DESCARGAS = ZERO AND
              FIM-ARQUIVO-JORNAL
               DISPLAY "ERRO: NENHUM LOG, DESCARGA OU AJUSTE DE TAXA "
                  "ENCONTRADO NO PERIODO. CALCMEST.DAT NAO FOI "
                  "ALTERADO."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A GERACAO DO LOG AINDA NAO ARQUIVADA E A FONTE COMPLETA DA
      * EXECUCAO: UM HISTORICO QUE TAMBEM A TRAGA FOI INTERROMPIDO NO
      * MEIO DO ARQUIVAMENTO. JA ARQUIVADA, VALE O HISTORICO, E A
      * GERACAO SO E USADA SE O HISTORICO NAO A TIVER.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DEFINE-FONTE-EXECUCAO.
           MOVE WS-EXE-RUN-ID(WS-IND-EXEC) TO WS-RUN-ID-CORRENTE
           MOVE SPACE TO WS-EXE-FONTE(WS-IND-EXEC)

           EVALUATE TRUE
               WHEN WS-EXE-CHAVE-DATA(WS-IND-EXEC) < WS-INI-AAAAMMDD
                   MOVE "A" TO WS-EXE-FONTE(WS-IND-EXEC)
                   ADD 1 TO WS-QTD-ANTERIORES
               WHEN RECUPERA-ATE-DATA AND
                    WS-EXE-CHAVE-DATA(WS-IND-EXEC) > WS-REF-AAAAMMDD
                   MOVE "X" TO WS-EXE-FONTE(WS-IND-EXEC)
                   ADD 1 TO WS-QTD-POSTERIORES
               WHEN OTHER
                   PERFORM DEFINE-FONTE-PERIODO
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DEFINE-FONTE-PERIODO.
           IF WS-EXE-NO-CATALOGO(WS-IND-EXEC) = "S" AND
              (WS-EXE-ARQUIVADO(WS-IND-EXEC) NOT = "S" OR
               WS-EXE-NO-HISTORICO(WS-IND-EXEC) NOT = "S")
               PERFORM CONFERE-GERACAO
           END-IF
           IF WS-EXE-FONTE(WS-IND-EXEC) = "G" AND
              WS-EXE-NO-HISTORICO(WS-IND-EXEC) = "S"
               MOVE SPACES TO WS-CONFLITO-ID
               MOVE "NO HISTORICO E NA GERACAO (VALE A GERACAO)" TO
                  WS-CONFLITO-DESCRICAO
               PERFORM REGISTRA-CONFLITO
           END-IF
           IF WS-EXE-FONTE(WS-IND-EXEC) = SPACE AND
              WS-EXE-NO-HISTORICO(WS-IND-EXEC) = "S"
               MOVE "H" TO WS-EXE-FONTE(WS-IND-EXEC)
           END-IF
           IF WS-EXE-FONTE(WS-IND-EXEC) = SPACE
               MOVE WS-RUN-ID-CORRENTE TO WS-LACUNA-REFERENCIA
               MOVE "LOG DA EXECUCAO NAO ENCONTRADO" TO
                  WS-LACUNA-DESCRICAO
               PERFORM REGISTRA-LACUNA
           END-IF
           PERFORM CONFERE-SEQUENCIA-EXECUCAO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFERE-GERACAO.
           IF WS-EXE-ARQ-LOG(WS-IND-EXEC) NOT = SPACES
               MOVE WS-EXE-ARQ-LOG(WS-IND-EXEC) TO WS-NOME-ARQ-LOG
               OPEN INPUT ARQUIVO-LOG
               IF WS-STATUS-LOG = "00"
                   MOVE "G" TO WS-EXE-FONTE(WS-IND-EXEC)
                   CLOSE ARQUIVO-LOG
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O IDENTIFICADOR AAAAMMDD-NNN E SEQUENCIAL NO DIA: NUMERO QUE
      * FALTA ENTRE DUAS EXECUCOES DO MESMO DIA (OU ANTES DA PRIMEIRA)
      * E UMA EXECUCAO DA QUAL NAO SOBROU NENHUM RASTRO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFERE-SEQUENCIA-EXECUCAO.
           IF WS-RUN-ID-CORRENTE(9:1) = "-" AND
              WS-RUN-ID-CORRENTE(10:3) IS NUMERIC
               MOVE WS-RUN-ID-CORRENTE(10:3) TO WS-SEQ-ATUAL
               IF WS-RUN-ID-CORRENTE(1:8) NOT = WS-DATA-SEQ-ANTERIOR
                   MOVE WS-RUN-ID-CORRENTE(1:8) TO WS-DATA-SEQ-ANTERIOR
                   MOVE ZERO TO WS-SEQ-ANTERIOR
               END-IF
               COMPUTE WS-SEQ-FALTANTE = WS-SEQ-ANTERIOR + 1
               PERFORM REGISTRA-EXECUCAO-AUSENTE
                   UNTIL WS-SEQ-FALTANTE NOT < WS-SEQ-ATUAL
               IF WS-SEQ-ATUAL > WS-SEQ-ANTERIOR
                   MOVE WS-SEQ-ATUAL TO WS-SEQ-ANTERIOR
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REGISTRA-EXECUCAO-AUSENTE.
           MOVE SPACES TO WS-LACUNA-REFERENCIA
           STRING WS-DATA-SEQ-ANTERIOR "-" WS-SEQ-FALTANTE
               DELIMITED BY SIZE INTO WS-LACUNA-REFERENCIA
           MOVE "EXECUCAO AUSENTE DO CATALOGO E DO HISTORICO" TO
              WS-LACUNA-DESCRICAO
           PERFORM REGISTRA-LACUNA
           ADD 1 TO WS-SEQ-FALTANTE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REGISTRA-LACUNA.
           ADD 1 TO WS-QTD-LACUNAS
           IF WS-QTD-LACUNAS-TAB < 300
               ADD 1 TO WS-QTD-LACUNAS-TAB
               MOVE WS-LACUNA-REFERENCIA TO
                  WS-LAC-REFERENCIA(WS-QTD-LACUNAS-TAB)
               MOVE WS-LACUNA-DESCRICAO TO
                  WS-LAC-DESCRICAO(WS-QTD-LACUNAS-TAB)
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REGISTRA-CONFLITO.
           ADD 1 TO WS-QTD-CONFLITOS
           IF WS-QTD-CONFLITOS-TAB < 500
               ADD 1 TO WS-QTD-CONFLITOS-TAB
               MOVE WS-RUN-ID-CORRENTE TO
                  WS-CNF-REFERENCIA(WS-QTD-CONFLITOS-TAB)
               MOVE WS-CONFLITO-ID TO WS-CNF-ID(WS-QTD-CONFLITOS-TAB)
               MOVE WS-CONFLITO-DESCRICAO TO
                  WS-CNF-DESCRICAO(WS-QTD-CONFLITOS-TAB)
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O MESTRE E RECRIADO VAZIO E RECEBE AS EXECUCOES NA ORDEM EM
      * QUE RODARAM, COMO A PROPRIA CALCULADORA O GRAVOU.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       RECRIA-MESTRE.
           OPEN OUTPUT ARQUIVO-MESTRE
           IF WS-STATUS-MESTRE = "00"
               CLOSE ARQUIVO-MESTRE
               OPEN I-O ARQUIVO-MESTRE
           END-IF
           IF WS-STATUS-MESTRE NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL RECRIAR CALCMEST.DAT ("
                  "STATUS " WS-STATUS-MESTRE ")."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REPROCESSA-EXECUCOES.
           PERFORM VARYING WS-IND-EXEC FROM 1 BY 1
               UNTIL WS-IND-EXEC > WS-QTD-EXEC
               IF WS-EXE-FONTE(WS-IND-EXEC) = "H" OR "G"
                   PERFORM REPROCESSA-EXECUCAO
               END-IF
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O EXPURGO CUJO CORTE JA PASSOU E APLICADO ANTES DA EXECUCAO:
      * OS REGISTROS ANTERIORES AO CORTE SAIRAM DO MESTRE NAQUELA
      * ALTURA, E O PROXIMO ID DE AJUSTE SEGUE O QUE FICOU NELE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REPROCESSA-EXECUCAO.
           MOVE WS-EXE-CHAVE(WS-IND-EXEC)(1:16) TO WS-JORNAL-LIMITE
           PERFORM REPOE-AJUSTES-TAXA
           MOVE WS-EXE-RUN-ID(WS-IND-EXEC) TO WS-RUN-ID-CORRENTE
           MOVE WS-EXE-CHAVE-DATA(WS-IND-EXEC) TO WS-DATA-LIMITE-EXPURGO
           PERFORM APLICA-EXPURGOS-VENCIDOS
           MOVE WS-EXE-RUN-ID(WS-IND-EXEC) TO WS-RUN-ID-CORRENTE

           PERFORM DETERMINA-PROXIMO-AJUSTE
           MOVE "B"  TO WS-MODO-EXECUCAO
           MOVE ZERO TO WS-LIDAS-EXECUCAO
           MOVE ZERO TO WS-APLICADOS-EXECUCAO

           IF WS-EXE-FONTE(WS-IND-EXEC) = "H"
               PERFORM REPROCESSA-HISTORICO
               ADD WS-APLICADOS-EXECUCAO TO WS-QTD-REG-HISTORICO
           ELSE
               PERFORM REPROCESSA-GERACAO
               ADD WS-APLICADOS-EXECUCAO TO WS-QTD-REG-GERACAO
           END-IF

           MOVE WS-LIDAS-EXECUCAO     TO WS-EXE-LIDAS(WS-IND-EXEC)
           MOVE WS-APLICADOS-EXECUCAO TO WS-EXE-APLICADOS(WS-IND-EXEC)
           ADD WS-LIDAS-EXECUCAO TO WS-QTD-LINHAS-LIDAS
           ADD 1 TO WS-QTD-REPROCESSADAS.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O DIARIO E SO ACRESCIDO, EM ORDEM DE DATA E HORA. DELE SO
      * INTERESSAM A INCLUSAO DO LANCAMENTO DE AJUSTE E A CORRECAO DO
      * ORIGINAL FEITAS PELO RECALTAX NO MESTRE, DENTRO DO PERIODO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ABRE-JORNAL-RECUPERACAO.
           OPEN INPUT ARQUIVO-JORNAL
           EVALUATE TRUE
               WHEN WS-STATUS-JORNAL = "35"
                   DISPLAY "AVISO: JORNAL.DAT NAO ENCONTRADO. AJUSTES "
                      "DE TAXA DO RECALTAX NAO SERAO REPOSTOS."
               WHEN WS-STATUS-JORNAL NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR JORNAL.DAT ("
                      "STATUS " WS-STATUS-JORNAL ")."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "S" TO WS-JORNAL-ABERTO
                   MOVE "N" TO WS-EOF-JORNAL
                   PERFORM LE-PROXIMO-AJUSTE-TAXA
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LE-PROXIMO-AJUSTE-TAXA.
           MOVE SPACES TO WS-JRN-MOMENTO
           PERFORM UNTIL FIM-ARQUIVO-JORNAL OR WS-JRN-MOMENTO NOT =
                         SPACES
               READ ARQUIVO-JORNAL
                   AT END
                       MOVE "S" TO WS-EOF-JORNAL
                   NOT AT END
                       IF FD-JRN-PROGRAMA = "RECALTAX" AND
                          FD-JRN-ARQUIVO = "CALCMEST.DAT" AND
                          (FD-JRN-ACAO = "INCLUSAO" OR "CORRECAO")
                           MOVE FD-JRN-DATA TO WS-DATA-TRABALHO
                           PERFORM CONVERTE-DATA
                           IF WS-DATA-AAAAMMDD NOT < WS-INI-AAAAMMDD
                               STRING WS-DATA-AAAAMMDD FD-JRN-HORA
                                   DELIMITED BY SIZE
                                   INTO WS-JRN-MOMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-JRN-MOMENTO NOT = SPACES AND RECUPERA-ATE-DATA AND
              WS-JRN-MOMENTO(1:8) > WS-REF-AAAAMMDD
               MOVE "S" TO WS-EOF-JORNAL
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * REPOE OS AJUSTES DE TAXA ANTERIORES AO LIMITE (O INICIO DA
      * PROXIMA EXECUCAO), NA ORDEM EM QUE FORAM FEITOS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REPOE-AJUSTES-TAXA.
           PERFORM UNTIL FIM-ARQUIVO-JORNAL OR
                         WS-JRN-MOMENTO NOT < WS-JORNAL-LIMITE
               PERFORM REPOE-AJUSTE-TAXA
               PERFORM LE-PROXIMO-AJUSTE-TAXA
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A INCLUSAO GRAVA O LANCAMENTO DE AJUSTE COM A IMAGEM DEPOIS; A
      * CORRECAO REGRAVA O ORIGINAL COM A SUA IMAGEM DEPOIS (CORRIGIDO
      * E APONTANDO PARA O AJUSTE), QUE TRAZ TAMBEM A TAXA E O
      * ARREDONDAMENTO QUE O LOG NAO TEM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REPOE-AJUSTE-TAXA.
           MOVE WS-JRN-MOMENTO(1:8) TO WS-DATA-LIMITE-EXPURGO
           PERFORM APLICA-EXPURGOS-VENCIDOS
           MOVE FD-JRN-RUN-ID       TO WS-RUN-ID-CORRENTE
           MOVE FD-JRN-CHAVE(1:7)   TO WS-CONFLITO-ID
           MOVE FD-JRN-DEPOIS(1:108) TO WS-MESTRE-JORNAL
           MOVE WS-MESTRE-JORNAL    TO FD-AREA-MESTRE

           IF FD-JRN-ACAO = "INCLUSAO"
               WRITE FD-REGISTRO-MESTRE
                   INVALID KEY
                       MOVE "AJUSTE DE TAXA: ID JA OCUPADO"
                          TO WS-CONFLITO-DESCRICAO
                       PERFORM REGISTRA-CONFLITO
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-REG-JORNAL
               END-WRITE
           ELSE
               PERFORM LE-REGISTRO-MESTRE
               IF NOT REGISTRO-EXISTENTE
                   MOVE "AJUSTE DE TAXA SEM ORIGINAL NO MESTRE"
                      TO WS-CONFLITO-DESCRICAO
                   PERFORM REGISTRA-CONFLITO
               ELSE
                   IF WS-STATUS-ANTERIOR NOT = "CALCULADO"
                       MOVE "AJUSTE DE TAXA SOBRE ORIGINAL NAO VIGENTE"
                          TO WS-CONFLITO-DESCRICAO
                       PERFORM REGISTRA-CONFLITO
                   END-IF
                   MOVE WS-MESTRE-JORNAL TO FD-AREA-MESTRE
                   REWRITE FD-REGISTRO-MESTRE
                   ADD 1 TO WS-QTD-REG-JORNAL
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O PROXIMO ID DE AJUSTE SEGUE O MAIOR ID JA GRAVADO NA FAIXA
      * RESERVADA AOS LANCAMENTOS DE AJUSTE (9000000 EM DIANTE), COMO
      * A CALCULADORA O DETERMINA NO INICIO DE CADA EXECUCAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DETERMINA-PROXIMO-AJUSTE.
           MOVE 9000000 TO WS-PROX-ID-AJUSTE
           MOVE 9000000 TO FD-MES-ID
           START ARQUIVO-MESTRE KEY IS NOT LESS THAN FD-MES-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FIM-ARQUIVO-MESTRE
                       READ ARQUIVO-MESTRE NEXT RECORD
                           AT END
                               MOVE "S" TO WS-EOF-MESTRE
                           NOT AT END
                               COMPUTE WS-PROX-ID-AJUSTE = FD-MES-ID + 1
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-MESTRE
           END-START.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A GERACAO DO LOG E UMA EXECUCAO INTEIRA, ABERTA PELA MARCA DE
      * INICIO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REPROCESSA-GERACAO.
           MOVE WS-EXE-ARQ-LOG(WS-IND-EXEC) TO WS-NOME-ARQ-LOG
           OPEN INPUT ARQUIVO-LOG
           IF WS-STATUS-LOG NOT = "00"
               MOVE WS-RUN-ID-CORRENTE TO WS-LACUNA-REFERENCIA
               MOVE "GERACAO DO LOG ILEGIVEL NO REPROCESSAMENTO" TO
                  WS-LACUNA-DESCRICAO
               PERFORM REGISTRA-LACUNA
           ELSE
               MOVE "N" TO WS-EOF-LOG
               PERFORM UNTIL FIM-ARQUIVO-LOG
                   READ ARQUIVO-LOG
                       AT END
                           MOVE "S" TO WS-EOF-LOG
                       NOT AT END
                           IF FD-LINHA-LOG(1:15) = "INICIO EXECUCAO"
                               MOVE FD-LINHA-LOG(42:1) TO
                                  WS-MODO-EXECUCAO
                           ELSE
                               PERFORM PROCESSA-LINHA-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-LOG
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * NO HISTORICO A EXECUCAO VAI DA SUA MARCA DE INICIO ATE A
      * PROXIMA MARCA. A EXECUCAO QUE ATRAVESSOU A VIRADA DO MES
      * CONTINUA NO INICIO DO HISTORICO DO MES SEGUINTE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REPROCESSA-HISTORICO.
           MOVE WS-EXE-MES-HIST(WS-IND-EXEC) TO WS-MES-VARREDURA
           MOVE "N" TO WS-MARCA-ACHADA
           MOVE "N" TO WS-FIM-EXECUCAO
           PERFORM LE-SEGMENTO-HISTORICO
           PERFORM UNTIL FIM-EXECUCAO
               PERFORM AVANCA-MES
               IF WS-MES-VARREDURA > WS-HOJE-AAAAMMDD(1:6)
                   MOVE "S" TO WS-FIM-EXECUCAO
               ELSE
                   PERFORM LE-SEGMENTO-HISTORICO
               END-IF
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LE-SEGMENTO-HISTORICO.
           PERFORM MONTA-NOME-HISTORICO
           OPEN INPUT ARQUIVO-LOG
           IF WS-STATUS-LOG NOT = "00"
               MOVE "S" TO WS-FIM-EXECUCAO
           ELSE
               MOVE "N" TO WS-EOF-LOG
               PERFORM UNTIL FIM-ARQUIVO-LOG OR FIM-EXECUCAO
                   READ ARQUIVO-LOG
                       AT END
                           MOVE "S" TO WS-EOF-LOG
                       NOT AT END
                           PERFORM TRATA-LINHA-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-LOG
               IF NOT MARCA-ACHADA
                   MOVE WS-RUN-ID-CORRENTE TO WS-LACUNA-REFERENCIA
                   MOVE "MARCA DA EXECUCAO NAO ACHADA NO HISTORICO" TO
                      WS-LACUNA-DESCRICAO
                   PERFORM REGISTRA-LACUNA
                   MOVE "S" TO WS-FIM-EXECUCAO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       TRATA-LINHA-HISTORICO.
           EVALUATE TRUE
               WHEN FD-LINHA-LOG(1:15) NOT = "INICIO EXECUCAO"
                   IF MARCA-ACHADA
                       PERFORM PROCESSA-LINHA-LOG
                   END-IF
               WHEN MARCA-ACHADA
                   MOVE "S" TO WS-FIM-EXECUCAO
               WHEN WS-RUN-ID-CORRENTE NOT = SPACES
                   IF FD-LINHA-LOG(71:12) = WS-RUN-ID-CORRENTE
                       MOVE "S" TO WS-MARCA-ACHADA
                       MOVE FD-LINHA-LOG(42:1) TO WS-MODO-EXECUCAO
                   END-IF
               WHEN OTHER
                   IF FD-LINHA-LOG(71:12) = SPACES AND
                      FD-LINHA-LOG(17:10) = WS-EXE-DATA(WS-IND-EXEC) AND
                      FD-LINHA-LOG(28:8) = WS-EXE-HORA(WS-IND-EXEC)
                       MOVE "S" TO WS-MARCA-ACHADA
                       MOVE FD-LINHA-LOG(42:1) TO WS-MODO-EXECUCAO
                   END-IF
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SO AS LINHAS COM ID DE REQUISICAO (COLUNAS 94-100, LOTE E
      * RESSUBMISSAO) FORAM PARA O MESTRE; O PAINEL NAO GRAVA NELE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCESSA-LINHA-LOG.
           ADD 1 TO WS-LIDAS-EXECUCAO
           EVALUATE TRUE
               WHEN FD-LINHA-LOG = SPACES
                   CONTINUE
               WHEN FD-LINHA-LOG(94:7) IS NOT NUMERIC
                   ADD 1 TO WS-QTD-SEM-MESTRE
               WHEN FD-LINHA-LOG(43:11) = "REJEITADO: "
                   PERFORM REPRODUZ-REJEICAO
               WHEN FD-LINHA-LOG(60:8) = "ESTORNO " OR "CORRECAO"
                   PERFORM REPRODUZ-AJUSTE
               WHEN OTHER
                   PERFORM REPRODUZ-CALCULO
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-VALORES-LINHA.
           MOVE FD-LINHA-LOG(94:7)  TO WS-ID-REQUISICAO
           MOVE FD-LINHA-LOG(1:10)  TO WS-DATA-LINHA
           MOVE FD-LINHA-LOG(12:8)  TO WS-HORA-LINHA
           MOVE FD-LINHA-LOG(21:9)  TO WS-OPERANDO-EDITADO-X
           MOVE WS-OPERANDO-EDITADO TO WS-NUM-INICIAL
           MOVE FD-LINHA-LOG(31:1)  TO WS-OPERADOR-LINHA
           MOVE FD-LINHA-LOG(33:9)  TO WS-OPERANDO-EDITADO-X
           MOVE WS-OPERANDO-EDITADO TO WS-NUM-FINAL
           MOVE FD-LINHA-LOG(80:4)  TO WS-CENTRO-LINHA
           MOVE FD-LINHA-LOG(85:8)  TO WS-USUARIO-LINHA
           MOVE FD-LINHA-LOG(102:7) TO WS-COD-TAXA-LINHA
           MOVE FD-LINHA-LOG(110:1) TO WS-TAXA-USADA-LINHA
           MOVE FD-LINHA-LOG(112:1) TO WS-MODO-ARRED-LINHA
           MOVE ZERO TO WS-RESULTADO-NUM
           IF FD-LINHA-LOG(43:11) NOT = "REJEITADO: "
               MOVE FD-LINHA-LOG(43:16) TO WS-RESULTADO-EDITADO-X
               MOVE WS-RESULTADO-EDITADO TO WS-RESULTADO-NUM
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O CODIGO DE TAXA E O MODO DE ARREDONDAMENTO VEM DAS COLUNAS
      * 102-112 DO LOG; COM TAXA, O VALOR RESOLVIDO E O SEGUNDO
      * OPERANDO. OS LOGS GRAVADOS ANTES DESSAS COLUNAS NAO OS TRAZEM:
      * O REGISTRO REFEITO DELES FICA COM ESSES CAMPOS EM BRANCO, A
      * MENOS QUE UMA DESCARGA OS COMPLETE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MONTA-IMAGEM-LOG.
           MOVE WS-ID-REQUISICAO  TO FD-MES-ID
           MOVE WS-DATA-LINHA     TO FD-MES-DATA
           MOVE WS-HORA-LINHA     TO FD-MES-HORA
           MOVE WS-NUM-INICIAL    TO FD-MES-NUMEROINICIAL
           MOVE WS-OPERADOR-LINHA TO FD-MES-OPERADOR
           MOVE WS-NUM-FINAL      TO FD-MES-NUMEROFINAL
           MOVE WS-RESULTADO-NUM  TO FD-MES-RESULTADO
           MOVE WS-CENTRO-LINHA   TO FD-MES-CENTRO
           MOVE SPACE             TO FD-MES-TIPO-AJUSTE
           MOVE ZERO              TO FD-MES-ID-ORIGEM
           MOVE ZERO              TO FD-MES-ID-AJUSTE
           PERFORM MONTA-TAXA-LOG
           MOVE WS-USUARIO-LINHA  TO FD-MES-USUARIO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MONTA-TAXA-LOG.
           MOVE SPACES TO FD-MES-COD-TAXA
           MOVE ZERO   TO FD-MES-VALOR-TAXA
           MOVE SPACE  TO FD-MES-MODO-ARRED
           IF TAXA-NO-LOG
               MOVE WS-MODO-ARRED-LINHA TO FD-MES-MODO-ARRED
               IF WS-COD-TAXA-LINHA NOT = SPACES
                   MOVE WS-COD-TAXA-LINHA TO FD-MES-COD-TAXA
                   MOVE WS-NUM-FINAL      TO FD-MES-VALOR-TAXA
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LE-REGISTRO-MESTRE.
           MOVE "N" TO WS-REGISTRO-EXISTENTE
           MOVE SPACES TO WS-STATUS-ANTERIOR
           READ ARQUIVO-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-REGISTRO-EXISTENTE
                   MOVE FD-MES-STATUS TO WS-STATUS-ANTERIOR
           END-READ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CALCULO ACEITO: GRAVA O ID. O MESMO ID JA NO MESTRE SO E
      * SOBREPOSTO POR RESSUBMISSAO OU SOBREPOR ID; SE O QUE ESTAVA LA
      * NAO ERA UMA REJEICAO, A EXECUCAO POSTERIOR PREVALECE E O CASO
      * VAI PARA OS CONFLITOS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REPRODUZ-CALCULO.
           PERFORM CARREGA-VALORES-LINHA
           MOVE WS-ID-REQUISICAO TO FD-MES-ID
           PERFORM LE-REGISTRO-MESTRE
           PERFORM MONTA-IMAGEM-LOG
           MOVE "CALCULADO" TO FD-MES-STATUS
           IF REGISTRO-EXISTENTE
               IF WS-STATUS-ANTERIOR NOT = "REJEITADO"
                   MOVE FD-LINHA-LOG(94:7) TO WS-CONFLITO-ID
                   MOVE "ID REGRAVADO POR EXECUCAO POSTERIOR" TO
                      WS-CONFLITO-DESCRICAO
                   PERFORM REGISTRA-CONFLITO
               END-IF
               REWRITE FD-REGISTRO-MESTRE
           ELSE
               WRITE FD-REGISTRO-MESTRE
           END-IF
           ADD 1 TO WS-APLICADOS-EXECUCAO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * RECUSA DO LOTE: O ID AINDA AUSENTE (OU SO REJEITADO) E GRAVADO
      * COMO REJEITADO. NO LOTE, A RECUSA DE UM ID JA GRAVADO SO PODE
      * SER A DE UM AJUSTE, QUE NAO TOCA O MESTRE. NA RESSUBMISSAO NAO
      * HA COMO SEPARAR OS DOIS CASOS PELO LOG: O RESULTADO GRAVADO E
      * MANTIDO E O CASO VAI PARA OS CONFLITOS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REPRODUZ-REJEICAO.
           MOVE FD-LINHA-LOG(54:25) TO WS-MOTIVO-LINHA
           IF MOTIVO-SEM-MESTRE
               ADD 1 TO WS-QTD-SEM-MESTRE
           ELSE
               PERFORM CARREGA-VALORES-LINHA
               MOVE WS-ID-REQUISICAO TO FD-MES-ID
               PERFORM LE-REGISTRO-MESTRE
               EVALUATE TRUE
                   WHEN NOT REGISTRO-EXISTENTE
                       PERFORM MONTA-IMAGEM-LOG
                       MOVE "REJEITADO" TO FD-MES-STATUS
                       WRITE FD-REGISTRO-MESTRE
                       ADD 1 TO WS-APLICADOS-EXECUCAO
                   WHEN WS-STATUS-ANTERIOR = "REJEITADO"
                       PERFORM MONTA-IMAGEM-LOG
                       MOVE "REJEITADO" TO FD-MES-STATUS
                       REWRITE FD-REGISTRO-MESTRE
                       ADD 1 TO WS-APLICADOS-EXECUCAO
                   WHEN EXECUCAO-RESSUBMISSAO
                       MOVE FD-LINHA-LOG(94:7) TO WS-CONFLITO-ID
                       MOVE "REJEICAO SOBRE ID JA GRAVADO (MANTIDO)" TO
                          WS-CONFLITO-DESCRICAO
                       PERFORM REGISTRA-CONFLITO
                   WHEN OTHER
                       ADD 1 TO WS-QTD-SEM-MESTRE
               END-EVALUATE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * ESTORNO OU CORRECAO: O LANCAMENTO DE AJUSTE RECEBE O PROXIMO ID
      * DA FAIXA RESERVADA, COMO NA CALCULADORA, E O ORIGINAL PASSA A
      * REVERTIDO OU CORRIGIDO APONTANDO PARA ELE. O LOG PROVA QUE O
      * AJUSTE FOI ACEITO: ORIGINAL AUSENTE OU JA AJUSTADO NO MESTRE
      * RECUPERADO NAO IMPEDE O LANCAMENTO, MAS VAI PARA OS CONFLITOS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REPRODUZ-AJUSTE.
           PERFORM CARREGA-VALORES-LINHA
           IF FD-LINHA-LOG(69:7) IS NUMERIC
               MOVE FD-LINHA-LOG(69:7) TO WS-ID-ORIGINAL
           ELSE
               MOVE WS-ID-REQUISICAO TO WS-ID-ORIGINAL
           END-IF
           IF FD-LINHA-LOG(60:8) = "ESTORNO "
               MOVE "E" TO WS-TIPO-AJUSTE
           ELSE
               MOVE "C" TO WS-TIPO-AJUSTE
           END-IF
           MOVE WS-ID-ORIGINAL TO WS-CONFLITO-ID

           IF WS-PROX-ID-AJUSTE > 9999999
               MOVE "FAIXA DE AJUSTES ESGOTADA (AJUSTE NAO GRAVADO)" TO
                  WS-CONFLITO-DESCRICAO
               PERFORM REGISTRA-CONFLITO
           ELSE
               MOVE WS-ID-ORIGINAL TO FD-MES-ID
               PERFORM LE-REGISTRO-MESTRE
               MOVE WS-REGISTRO-EXISTENTE TO WS-ORIGINAL-PRESENTE
               IF ORIGINAL-PRESENTE
                   MOVE FD-REGISTRO-MESTRE TO WS-MESTRE-ORIGINAL
                   IF WS-STATUS-ANTERIOR NOT = "CALCULADO"
                       MOVE "AJUSTE SOBRE ORIGINAL NAO VIGENTE" TO
                          WS-CONFLITO-DESCRICAO
                       PERFORM REGISTRA-CONFLITO
                   END-IF
               ELSE
                   MOVE "AJUSTE SEM ORIGINAL NO MESTRE RECUPERADO" TO
                      WS-CONFLITO-DESCRICAO
                   PERFORM REGISTRA-CONFLITO
                   PERFORM MONTA-IMAGEM-LOG
               END-IF
               PERFORM GRAVA-AJUSTE-RECUPERADO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-AJUSTE-RECUPERADO.
           MOVE WS-PROX-ID-AJUSTE TO WS-ID-AJUSTE
           MOVE WS-ID-AJUSTE      TO FD-MES-ID
           MOVE WS-DATA-LINHA     TO FD-MES-DATA
           MOVE WS-HORA-LINHA     TO FD-MES-HORA
           MOVE WS-NUM-INICIAL    TO FD-MES-NUMEROINICIAL
           MOVE WS-OPERADOR-LINHA TO FD-MES-OPERADOR
           MOVE WS-NUM-FINAL      TO FD-MES-NUMEROFINAL
           MOVE WS-RESULTADO-NUM  TO FD-MES-RESULTADO
           IF AJUSTE-ESTORNO
               MOVE "ESTORNO" TO FD-MES-STATUS
           ELSE
               MOVE "CALCULADO" TO FD-MES-STATUS
           END-IF
           MOVE WS-CENTRO-LINHA   TO FD-MES-CENTRO
           MOVE WS-TIPO-AJUSTE    TO FD-MES-TIPO-AJUSTE
           MOVE WS-ID-ORIGINAL    TO FD-MES-ID-ORIGEM
           MOVE ZERO              TO FD-MES-ID-AJUSTE
           MOVE WS-USUARIO-LINHA  TO FD-MES-USUARIO
      * O ESTORNO HERDA DO ORIGINAL A TAXA E O ARREDONDAMENTO; A
      * CORRECAO GRAVA OS QUE O LOG REGISTRA PARA ELA.
           IF NOT AJUSTE-ESTORNO
               PERFORM MONTA-TAXA-LOG
           END-IF
           WRITE FD-REGISTRO-MESTRE
               INVALID KEY
                   MOVE "ID DE AJUSTE JA OCUPADO (AJUSTE NAO GRAVADO)"
                      TO WS-CONFLITO-DESCRICAO
                   PERFORM REGISTRA-CONFLITO
               NOT INVALID KEY
                   ADD 1 TO WS-PROX-ID-AJUSTE
                   ADD 1 TO WS-APLICADOS-EXECUCAO
                   IF ORIGINAL-PRESENTE
                       MOVE WS-MESTRE-ORIGINAL TO FD-REGISTRO-MESTRE
                       IF AJUSTE-ESTORNO
                           MOVE "REVERTIDO" TO FD-MES-STATUS
                       ELSE
                           MOVE "CORRIGIDO" TO FD-MES-STATUS
                       END-IF
                       MOVE WS-ID-AJUSTE TO FD-MES-ID-AJUSTE
                       REWRITE FD-REGISTRO-MESTRE
                   END-IF
           END-WRITE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       APLICA-EXPURGOS-VENCIDOS.
           PERFORM VARYING WS-IND-DES FROM 1 BY 1
               UNTIL WS-IND-DES > WS-QTD-DESCARGAS
               IF WS-DES-SITUACAO(WS-IND-DES) = "P" AND
                  WS-DES-CORTE(WS-IND-DES) < WS-DATA-LIMITE-EXPURGO
                   PERFORM APLICA-DESCARGA
               END-IF
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * EXPURGO JA FEITO: CADA ID DA DESCARGA SAI DO MESTRE RECUPERADO
      * SE O QUE ESTA NELE E ANTERIOR AO CORTE. UM REGISTRO NA DATA DO
      * CORTE OU DEPOIS E UM REAPROVEITAMENTO DO ID E FICA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       APLICA-DESCARGA.
           MOVE WS-DES-CORTE(WS-IND-DES) TO WS-RUN-ID-CORRENTE
           MOVE "A" TO WS-DES-SITUACAO(WS-IND-DES)
           MOVE WS-DES-NOME(WS-IND-DES) TO WS-NOME-ARQ-OFFLOAD
           OPEN INPUT ARQUIVO-OFFLOAD
           IF WS-STATUS-OFFLOAD NOT = "00"
               MOVE WS-RUN-ID-CORRENTE TO WS-LACUNA-REFERENCIA
               MOVE "DESCARGA ILEGIVEL: EXPURGO NAO APLICADO" TO
                  WS-LACUNA-DESCRICAO
               PERFORM REGISTRA-LACUNA
           ELSE
               MOVE "N" TO WS-EOF-OFFLOAD
               PERFORM UNTIL FIM-ARQUIVO-OFFLOAD
                   READ ARQUIVO-OFFLOAD
                       AT END
                           MOVE "S" TO WS-EOF-OFFLOAD
                       NOT AT END
                           ADD 1 TO WS-DES-LIDOS(WS-IND-DES)
                           PERFORM CARREGA-REGISTRO-DESCARGA
                           PERFORM EXPURGA-REGISTRO-DESCARGA
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-OFFLOAD
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * DESCARGAS NO LEIAUTE DE 65 BYTES SO TRAZEM OS CAMPOS ATE A
      * SITUACAO: OS DEMAIS FICAM EM BRANCO E OS NUMERICOS A ZERO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-REGISTRO-DESCARGA.
           MOVE FD-REGISTRO-OFFLOAD TO WS-DESCARGA-AREA
           IF WS-DSC-EXTENSAO = SPACES
               MOVE ZERO TO WS-DSC-ID-ORIGEM WS-DSC-ID-AJUSTE
                            WS-DSC-VALOR-TAXA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       EXPURGA-REGISTRO-DESCARGA.
           MOVE WS-DSC-ID TO FD-MES-ID
           PERFORM LE-REGISTRO-MESTRE
           IF REGISTRO-EXISTENTE
               MOVE FD-MES-DATA TO WS-DATA-TRABALHO
               PERFORM CONVERTE-DATA
               IF WS-DATA-AAAAMMDD < WS-DES-CORTE(WS-IND-DES)
                   DELETE ARQUIVO-MESTRE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DES-REMOVIDOS(WS-IND-DES)
                           ADD 1 TO WS-QTD-REMOVIDOS
                   END-DELETE
               ELSE
                   MOVE WS-DSC-ID TO WS-CONFLITO-ID
                   MOVE "ID REAPROVEITADO APOS O EXPURGO (MANTIDO)" TO
                      WS-CONFLITO-DESCRICAO
                   PERFORM REGISTRA-CONFLITO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * EXPURGO POSTERIOR A DATA DE REFERENCIA: AS IMAGENS DATADAS ATE
      * A REFERENCIA ESTAVAM NO MESTRE NAQUELA DATA. O ID QUE O LOG NAO
      * REFEZ VOLTA DA DESCARGA; O QUE O LOG REFEZ RECEBE DELA A TAXA E
      * O ARREDONDAMENTO. NUMA SEGUNDA PASSADA, O ORIGINAL RESTAURADO
      * CUJO AJUSTE NAO EXISTIA NA REFERENCIA VOLTA A CALCULADO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       RESTAURA-DESCARGAS-POSTERIORES.
           PERFORM VARYING WS-IND-DES FROM 1 BY 1
               UNTIL WS-IND-DES > WS-QTD-DESCARGAS
               IF WS-DES-SITUACAO(WS-IND-DES) = "F"
                   MOVE WS-DES-CORTE(WS-IND-DES) TO WS-RUN-ID-CORRENTE
                   MOVE WS-DES-NOME(WS-IND-DES) TO WS-NOME-ARQ-OFFLOAD
                   OPEN INPUT ARQUIVO-OFFLOAD
                   IF WS-STATUS-OFFLOAD NOT = "00"
                       MOVE WS-RUN-ID-CORRENTE TO WS-LACUNA-REFERENCIA
                       MOVE "DESCARGA ILEGIVEL: IMAGENS NAO RESTAURADAS"
                          TO WS-LACUNA-DESCRICAO
                       PERFORM REGISTRA-LACUNA
                   ELSE
                       MOVE "N" TO WS-EOF-OFFLOAD
                       PERFORM UNTIL FIM-ARQUIVO-OFFLOAD
                           READ ARQUIVO-OFFLOAD
                               AT END
                                   MOVE "S" TO WS-EOF-OFFLOAD
                               NOT AT END
                                   ADD 1 TO WS-DES-LIDOS(WS-IND-DES)
                                   PERFORM CARREGA-REGISTRO-DESCARGA
                                   PERFORM RESTAURA-REGISTRO-DESCARGA
                           END-READ
                       END-PERFORM
                       CLOSE ARQUIVO-OFFLOAD
                       PERFORM DESVINCULA-AJUSTES-POSTERIORES
                   END-IF
               END-IF
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       RESTAURA-REGISTRO-DESCARGA.
           MOVE WS-DSC-DATA TO WS-DATA-TRABALHO
           PERFORM CONVERTE-DATA
           IF WS-DATA-AAAAMMDD NOT > WS-REF-AAAAMMDD
               MOVE WS-DSC-ID TO FD-MES-ID
               PERFORM LE-REGISTRO-MESTRE
               EVALUATE TRUE
                   WHEN NOT REGISTRO-EXISTENTE
                       MOVE WS-DESCARGA-AREA TO FD-AREA-MESTRE
                       WRITE FD-REGISTRO-MESTRE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-DES-RESTAURADOS(WS-IND-DES)
                               ADD 1 TO WS-QTD-REG-DESCARGA
                       END-WRITE
                   WHEN FD-MES-DATA = WS-DSC-DATA AND
                        FD-MES-HORA = WS-DSC-HORA
                       IF FD-MES-MODO-ARRED = SPACE
                           MOVE WS-DSC-COD-TAXA   TO FD-MES-COD-TAXA
                           MOVE WS-DSC-VALOR-TAXA TO FD-MES-VALOR-TAXA
                           MOVE WS-DSC-MODO-ARRED TO FD-MES-MODO-ARRED
                           REWRITE FD-REGISTRO-MESTRE
                           ADD 1 TO WS-QTD-COMPLETADOS
                       END-IF
                   WHEN OTHER
                       MOVE WS-DSC-ID TO WS-CONFLITO-ID
                       MOVE "DESCARGA DIFERE DO LOG (MANTIDO O LOG)" TO
                          WS-CONFLITO-DESCRICAO
                       PERFORM REGISTRA-CONFLITO
               END-EVALUATE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DESVINCULA-AJUSTES-POSTERIORES.
           OPEN INPUT ARQUIVO-OFFLOAD
           IF WS-STATUS-OFFLOAD = "00"
               MOVE "N" TO WS-EOF-OFFLOAD
               PERFORM UNTIL FIM-ARQUIVO-OFFLOAD
                   READ ARQUIVO-OFFLOAD
                       AT END
                           MOVE "S" TO WS-EOF-OFFLOAD
                       NOT AT END
                           PERFORM CARREGA-REGISTRO-DESCARGA
                           IF WS-DSC-ID-AJUSTE NOT = ZERO
                               PERFORM DESVINCULA-AJUSTE-DESCARGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-OFFLOAD
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DESVINCULA-AJUSTE-DESCARGA.
           MOVE WS-DSC-ID TO FD-MES-ID
           PERFORM LE-REGISTRO-MESTRE
           IF REGISTRO-EXISTENTE AND FD-AREA-MESTRE = WS-DESCARGA-AREA
               MOVE WS-DSC-ID-AJUSTE TO FD-MES-ID
               PERFORM LE-REGISTRO-MESTRE
               IF NOT REGISTRO-EXISTENTE
                   MOVE WS-DESCARGA-AREA TO FD-AREA-MESTRE
                   MOVE "CALCULADO" TO FD-MES-STATUS
                   MOVE ZERO        TO FD-MES-ID-AJUSTE
                   REWRITE FD-REGISTRO-MESTRE
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONTA-MESTRE-RECUPERADO.
           MOVE ZERO TO FD-MES-ID
           START ARQUIVO-MESTRE KEY IS NOT LESS THAN FD-MES-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FIM-ARQUIVO-MESTRE
                       READ ARQUIVO-MESTRE NEXT RECORD
                           AT END
                               MOVE "S" TO WS-EOF-MESTRE
                           NOT AT END
                               PERFORM CONTA-REGISTRO-RECUPERADO
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-MESTRE
           END-START.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONTA-REGISTRO-RECUPERADO.
           ADD 1 TO WS-QTD-MESTRE
           EVALUATE FD-MES-STATUS
               WHEN "CALCULADO"
                   ADD 1 TO WS-QTD-MES-CALCULADO
               WHEN "REJEITADO"
                   ADD 1 TO WS-QTD-MES-REJEITADO
               WHEN OTHER
                   ADD 1 TO WS-QTD-MES-AJUSTADO
           END-EVALUATE
           IF FD-MES-MODO-ARRED = SPACE
               ADD 1 TO WS-QTD-MES-SEM-TAXA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-RELATORIO-RECUPERACAO.
           OPEN OUTPUT ARQUIVO-RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR RECUPMEST.TXT ("
                  "STATUS " WS-STATUS-RELATORIO ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE FD-LINHA-RELATORIO FROM WS-CAB-RECUPERACAO

               MOVE WS-AUT-USUARIO TO WS-RCP-USUARIO-ED
               MOVE WS-AUT-NOME    TO WS-RCP-NOME-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-OPERADOR

               MOVE "RECUPERADO ATE...................." TO
                  WS-RCP-INF-DESCRICAO
               IF RECUPERA-ATE-DATA
                   MOVE WS-DATA-REFERENCIA TO WS-RCP-INF-VALOR
               ELSE
                   MOVE "ULTIMA EXECUCAO" TO WS-RCP-INF-VALOR
               END-IF
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-INFORMACAO

               MOVE "FONTES VARRIDAS A PARTIR DE......." TO
                  WS-RCP-INF-DESCRICAO
               MOVE WS-DATA-INICIAL TO WS-RCP-INF-VALOR
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-INFORMACAO

               PERFORM ESCREVE-CONTAGENS-RECUPERACAO
               PERFORM ESCREVE-EXECUCOES-RECUPERACAO
               PERFORM ESCREVE-DESCARGAS-RECUPERACAO
               PERFORM ESCREVE-LACUNAS-RECUPERACAO
               PERFORM ESCREVE-CONFLITOS-RECUPERACAO

               CLOSE ARQUIVO-RELATORIO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * REGISTROS RECUPERADOS POR FONTE: HISTORICO MENSAL, GERACOES DO
      * LOG E DESCARGAS, E O QUE O EXPURGO RETIROU.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-CONTAGENS-RECUPERACAO.
           MOVE "EXECUCOES NO INVENTARIO..........." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-EXEC TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  REPROCESSADAS..................." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-REPROCESSADAS TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  ANTERIORES A DATA INICIAL......." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-ANTERIORES TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  POSTERIORES A REFERENCIA........" TO WS-RCP-DESCRICAO
           MOVE WS-QTD-POSTERIORES TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "HISTORICOS MENSAIS LIDOS.........." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-HISTORICOS TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "DESCARGAS DE EXPURGO ACHADAS......" TO WS-RCP-DESCRICAO
           MOVE WS-QTD-DESCARGAS TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "LINHAS DE LOG REPROCESSADAS......." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-LINHAS-LIDAS TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  SEM GRAVACAO NO MESTRE.........." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-SEM-MESTRE TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "REGISTROS DO HISTORICO MENSAL....." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-REG-HISTORICO TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "REGISTROS DAS GERACOES DO LOG....." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-REG-GERACAO TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "REGISTROS DAS DESCARGAS..........." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-REG-DESCARGA TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "REGISTROS DO JORNAL (RECALTAX)...." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-REG-JORNAL TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  COMPLETADOS PELA DESCARGA......." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-COMPLETADOS TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "REMOVIDOS POR EXPURGO JA FEITO...." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-REMOVIDOS TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "REGISTROS NO MESTRE RECUPERADO...." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-MESTRE TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  CALCULADO......................." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-MES-CALCULADO TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  REJEITADO......................." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-MES-REJEITADO TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  ESTORNO/CORRECAO................" TO WS-RCP-DESCRICAO
           MOVE WS-QTD-MES-AJUSTADO TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "  SEM TAXA/ARREDONDAMENTO NO LOG.." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-MES-SEM-TAXA TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "LACUNAS NA SEQUENCIA DE EXECUCOES." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-LACUNAS TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           MOVE "CONFLITOS RESOLVIDOS.............." TO WS-RCP-DESCRICAO
           MOVE WS-QTD-CONFLITOS TO WS-RCP-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-EXECUCOES-RECUPERACAO.
           MOVE SPACES TO WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
           MOVE "EXECUCOES EM ORDEM DE REPROCESSAMENTO" TO
              WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-CAB-EXECUCOES

           PERFORM VARYING WS-IND-EXEC FROM 1 BY 1
               UNTIL WS-IND-EXEC > WS-QTD-EXEC
               MOVE WS-EXE-RUN-ID(WS-IND-EXEC) TO WS-RCP-EXE-RUN-ID
               MOVE WS-EXE-DATA(WS-IND-EXEC)   TO WS-RCP-EXE-DATA
               MOVE WS-EXE-HORA(WS-IND-EXEC)   TO WS-RCP-EXE-HORA
               MOVE WS-EXE-LIDAS(WS-IND-EXEC)  TO WS-RCP-EXE-LIDAS-ED
               MOVE WS-EXE-APLICADOS(WS-IND-EXEC) TO
                  WS-RCP-EXE-APLIC-ED
               EVALUATE WS-EXE-FONTE(WS-IND-EXEC)
                   WHEN "H"
                       MOVE "HISTORICO" TO WS-RCP-EXE-FONTE
                       MOVE WS-EXE-MES-HIST(WS-IND-EXEC) TO
                          WS-MES-VARREDURA
                       PERFORM MONTA-NOME-HISTORICO
                       MOVE WS-NOME-ARQ-LOG TO WS-RCP-EXE-ARQUIVO
                   WHEN "G"
                       MOVE "GERACAO" TO WS-RCP-EXE-FONTE
                       MOVE WS-EXE-ARQ-LOG(WS-IND-EXEC) TO
                          WS-RCP-EXE-ARQUIVO
                   WHEN "A"
                       MOVE "ANTERIOR" TO WS-RCP-EXE-FONTE
                       MOVE SPACES TO WS-RCP-EXE-ARQUIVO
                   WHEN "X"
                       MOVE "POSTERIOR" TO WS-RCP-EXE-FONTE
                       MOVE SPACES TO WS-RCP-EXE-ARQUIVO
                   WHEN OTHER
                       MOVE "SEM LOG" TO WS-RCP-EXE-FONTE
                       MOVE WS-EXE-ARQ-LOG(WS-IND-EXEC) TO
                          WS-RCP-EXE-ARQUIVO
               END-EVALUATE
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-EXECUCAO
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-DESCARGAS-RECUPERACAO.
           MOVE SPACES TO WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
           MOVE "DESCARGAS DE EXPURGO" TO WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-CAB-DESCARGAS

           PERFORM VARYING WS-IND-DES FROM 1 BY 1
               UNTIL WS-IND-DES > WS-QTD-DESCARGAS
               MOVE WS-DES-NOME(WS-IND-DES) TO WS-RCP-DES-NOME
               MOVE SPACES TO WS-RCP-DES-CORTE
               STRING WS-DES-CORTE(WS-IND-DES)(7:2) "/"
                      WS-DES-CORTE(WS-IND-DES)(5:2) "/"
                      WS-DES-CORTE(WS-IND-DES)(1:4)
                   DELIMITED BY SIZE INTO WS-RCP-DES-CORTE
               IF WS-DES-SITUACAO(WS-IND-DES) = "F"
                   MOVE "POSTERIOR A REFERENCIA" TO WS-RCP-DES-SITUACAO
               ELSE
                   MOVE "EXPURGO RESPEITADO" TO WS-RCP-DES-SITUACAO
               END-IF
               MOVE WS-DES-LIDOS(WS-IND-DES) TO WS-RCP-DES-LIDOS-ED
               MOVE WS-DES-REMOVIDOS(WS-IND-DES) TO WS-RCP-DES-REMOV-ED
               MOVE WS-DES-RESTAURADOS(WS-IND-DES) TO
                  WS-RCP-DES-REST-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-DESCARGA
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-LACUNAS-RECUPERACAO.
           MOVE SPACES TO WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
           MOVE "LACUNAS NA SEQUENCIA DE EXECUCOES" TO WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO

           PERFORM VARYING WS-IND-LAC FROM 1 BY 1
               UNTIL WS-IND-LAC > WS-QTD-LACUNAS-TAB
               MOVE WS-LAC-REFERENCIA(WS-IND-LAC) TO
                  WS-RCP-LAC-REFERENCIA
               MOVE WS-LAC-DESCRICAO(WS-IND-LAC) TO
                  WS-RCP-LAC-DESCRICAO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-LACUNA
           END-PERFORM

           IF WS-QTD-LACUNAS > WS-QTD-LACUNAS-TAB
               MOVE SPACES TO WS-RCP-LAC-REFERENCIA
               MOVE "DEMAIS LACUNAS NAO LISTADAS" TO
                  WS-RCP-LAC-DESCRICAO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-LACUNA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-CONFLITOS-RECUPERACAO.
           MOVE SPACES TO WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
           MOVE "CONFLITOS RESOLVIDOS" TO WS-LINHA-TITULO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO

           PERFORM VARYING WS-IND-CNF FROM 1 BY 1
               UNTIL WS-IND-CNF > WS-QTD-CONFLITOS-TAB
               MOVE WS-CNF-REFERENCIA(WS-IND-CNF) TO
                  WS-RCP-CNF-REFERENCIA
               MOVE WS-CNF-ID(WS-IND-CNF) TO WS-RCP-CNF-ID
               MOVE WS-CNF-DESCRICAO(WS-IND-CNF) TO
                  WS-RCP-CNF-DESCRICAO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONFLITO
           END-PERFORM

           IF WS-QTD-CONFLITOS > WS-QTD-CONFLITOS-TAB
               MOVE SPACES TO WS-RCP-CNF-REFERENCIA
               MOVE SPACES TO WS-RCP-CNF-ID
               MOVE "DEMAIS CONFLITOS NAO LISTADOS" TO
                  WS-RCP-CNF-DESCRICAO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONFLITO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM RECUPMEST.
