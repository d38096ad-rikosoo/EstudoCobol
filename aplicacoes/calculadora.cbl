
           SELECT ARQUIVO-CENTROS ASSIGN TO "CENTROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CEN-CODIGO
               FILE STATUS IS WS-STATUS-CENTROS.

           SELECT ARQUIVO-TARIFAS ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TARIFAS.

           SELECT ARQUIVO-SUSPENSO ASSIGN TO DYNAMIC
               WS-NOME-ARQ-SUSPENSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUSPENSO.

           SELECT ARQUIVO-LIMITES ASSIGN TO "LIMITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIMITES.
               WS-NOME-ARQ-EXCECOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCECOES.

           SELECT ARQUIVO-PERIODOS ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT ARQUIVO-MANIFESTO ASSIGN TO DYNAMIC
               WS-NOME-ARQ-MANIFESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MANIFESTO.

           SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 FD-PAR-SOBREPOR-ID       PIC X.
           05 FILLER                   PIC X.
           05 FD-PAR-RUN-ID            PIC X(12).
      * OPERADOR DO LOTE. EM BRANCO O LOTE E LANCADO COMO "LOTE" E
      * NAO PODE SOBREPOR ID.
           05 FILLER                   PIC X.
           05 FD-PAR-USUARIO           PIC X(8).
           05 FILLER                   PIC X.
           05 FD-PAR-SENHA             PIC X(8).
      * MANIFESTO DA NOITE: EM MODO BATCH, A ENTRADA PASSA A SER
      * ENTRADA.VAL, COM OS ARQUIVOS ACEITOS PELA CRITICA.
           05 FILLER                   PIC X.
           05 FD-PAR-ARQ-MANIFESTO     PIC X(44).

       FD  ARQUIVO-ENTRADA.
       01  FD-REGISTRO-ENTRADA.
           05 FD-MODO-ARREDONDAMENTO PIC X.
      * REGISTROS DE CONTROLE DO LOTE: "H" NA COLUNA 1 IDENTIFICA O
      * CABECALHO (DATA E DEPARTAMENTO DE ORIGEM) E "T" O TRAILER
      * (CONTAGEM DE DETALHES E HASH DOS NUMEROS INICIAIS). EM
      * ENTRADA.VAL MONTADO PELO MANIFESTO HA UM PAR H/T POR ARQUIVO
      * ACEITO E O CABECALHO TRAZ O NOME DO ARQUIVO NAS COLUNAS 19-62.
       01  FD-REGISTRO-CABECALHO.
           05 FD-CAB-TIPO          PIC X.
           05 FILLER               PIC X.
           05 FD-CAB-DATA          PIC X(10).
           05 FILLER               PIC X.
           05 FD-CAB-DEPTO         PIC X(4).
           05 FILLER               PIC X.
           05 FD-CAB-ARQUIVO       PIC X(44).
           05 FILLER               PIC X(18).
       01  FD-REGISTRO-TRAILER.
           05 FD-TRL-TIPO          PIC X.
           05 FILLER               PIC X.
           05 FD-ORD-CENTRO-CUSTO  PIC X(4).
           05 FILLER               PIC X.
           05 FD-ORD-MODO-ARRED    PIC X.
      * MOVIMENTO DE AJUSTE: "E" (ESTORNO) OU "C" (CORRECAO) NA COLUNA
      * 62. O ID DE REQUISICAO DO REGISTRO E O DO CALCULO A AJUSTAR.
           05 FILLER               PIC X(27).
           05 FD-ORD-TIPO-MOVIMENTO PIC X.
      * SEQUENCIA DO ARQUIVO DE ORIGEM (COLUNAS 78-80), CARIMBADA NA
      * PASSAGEM PREVIA; O LOTE E CLASSIFICADO POR ARQUIVO E CENTRO.
           05 FILLER               PIC X(15).
           05 FD-ORD-SEQ-ARQUIVO   PIC 9(3).
      * VARIANTE DE TAXA: NO LUGAR DO SEGUNDO OPERANDO LITERAL, A
      * COLUNA DO SINAL TRAZ "T" E AS SETE SEGUINTES O CODIGO DA
      * TAXA A RESOLVER EM TAXAS.DAT.
       01  SD-REGISTRO-ORDENACAO.
           05 FILLER               PIC X(28).
           05 SD-CENTRO-CUSTO      PIC X(4).
           05 FILLER               PIC X(45).
           05 SD-SEQ-ARQUIVO       PIC X(3).

       FD  ARQUIVO-REJEITOS.
       01  FD-REGISTRO-REJEITO.
           05 FD-REJ-DADOS         PIC X(34).
           05 FILLER               PIC X.
           05 FD-REJ-MOTIVO        PIC X(25).
           05 FILLER               PIC X.
           05 FD-REJ-TIPO-MOVIMENTO PIC X.

       FD  ARQUIVO-SAIDA.
       01  FD-LINHA-SAIDA          PIC X(132).
              10 FD-CKPT-TAB-CC-QTD    PIC 9(7).
              10 FD-CKPT-TAB-CC-TOT    PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 FD-CKPT-QTD-ESTORNOS     PIC 9(9).
           05 FD-CKPT-QTD-CORRECOES    PIC 9(9).
           05 FD-CKPT-QTD-PER-FECHADO  PIC 9(9).
           05 FD-CKPT-QTD-RETIDOS      PIC 9(9).
           05 FD-CKPT-HASH-SUSPENSO    PIC 9(11)V99.
           05 FD-CKPT-ARQ-SUSPENSO     PIC X(44).
           05 FD-CKPT-CC-RETIDOS       PIC 9(7).
           05 FD-CKPT-TAB-CC-RETIDOS OCCURS 50 TIMES
                                       PIC 9(7).
           05 FD-CKPT-ARQ-ATUAL        PIC 9(3).
           05 FD-CKPT-INI-OPERACOES    PIC 9(9).
           05 FD-CKPT-INI-REJEITADOS   PIC 9(9).
           05 FD-CKPT-INI-RETIDOS      PIC 9(9).
           05 FD-CKPT-INI-TOTAL        PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 FD-CKPT-ARQUIVO-ORIGEM OCCURS 20 TIMES.
              10 FD-CKPT-ARQ-CALCULADOS  PIC 9(9).
              10 FD-CKPT-ARQ-REJEITADOS  PIC 9(9).
              10 FD-CKPT-ARQ-RETIDOS     PIC 9(9).
              10 FD-CKPT-ARQ-TOTAL       PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.

       FD  ARQUIVO-MESTRE.
       01  FD-REGISTRO-MESTRE.
           05 FD-MES-RESULTADO     PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-STATUS        PIC X(10).
      * CADEIA DE AJUSTES: O ORIGINAL APONTA PARA O AJUSTE QUE O
      * REVERTEU OU CORRIGIU; O AJUSTE ("E" ESTORNO, "C" CORRECAO)
      * APONTA DE VOLTA PARA O ORIGINAL.
           05 FD-MES-CENTRO        PIC X(4).
           05 FD-MES-TIPO-AJUSTE   PIC X.
           05 FD-MES-ID-ORIGEM     PIC 9(7).
           05 FD-MES-ID-AJUSTE     PIC 9(7).
      * TAXA RESOLVIDA NO CALCULO (CODIGO EM BRANCO QUANDO O SEGUNDO
      * OPERANDO FOI LITERAL) E MODO DE ARREDONDAMENTO APLICADO, PARA
      * QUE O RECALCULO POR MUDANCA DE TAXA REPRODUZA O CALCULO.
           05 FD-MES-COD-TAXA      PIC X(7).
           05 FD-MES-VALOR-TAXA    PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-MODO-ARRED    PIC X.
      * OPERADOR QUE LANCOU O REGISTRO (IDENTIFICACAO DE USUARIOS.DAT).
           05 FD-MES-USUARIO       PIC X(8).

       FD  ARQUIVO-TAXAS.
       01  FD-REGISTRO-TAXA.
           05 FD-CEN-CODIGO        PIC X(4).
           05 FD-CEN-NOME          PIC X(30).
           05 FD-CEN-ATIVO         PIC X.
      * COTA MENSAL DO CENTRO: QUANTIDADE DE CALCULOS E TETO DO VALOR
      * COBRADO PELAS TARIFAS (ZERO E SEM LIMITE) E PERCENTUAL DE USO
      * A PARTIR DO QUAL O CENTRO E SINALIZADO NO RELATORIO.
           05 FD-CEN-COTA-QTD      PIC 9(7).
           05 FD-CEN-COTA-VALOR    PIC 9(9)V99.
           05 FD-CEN-PCT-AVISO     PIC 9(3).

      * TARIFAS POR OPERADOR, AS MESMAS DO FATURAMENTO, QUE DAO O
      * VALOR CONSUMIDO DA COTA DE VALOR DE CADA CENTRO.
       FD  ARQUIVO-TARIFAS.
       01  FD-REGISTRO-TARIFA.
           05 FD-TAR-OPERADOR      PIC X.
           05 FILLER               PIC X.
           05 FD-TAR-PRECO         PIC 9(5)V99.

      * REGISTROS RETIDOS POR COTA ESGOTADA, COM OS BYTES ORIGINAIS DA
      * ENTRADA ENTRE CABECALHO E TRAILER, PRONTOS PARA SEREM
      * LIBERADOS COMO LOTE COMUM EM OUTRO DIA.
       FD  ARQUIVO-SUSPENSO.
       01  FD-REGISTRO-SUSPENSO    PIC X(80).
       01  FD-SUSPENSO-CABECALHO.
           05 FD-SUS-CAB-TIPO      PIC X.
           05 FILLER               PIC X.
           05 FD-SUS-CAB-DATA      PIC X(10).
           05 FILLER               PIC X.
           05 FD-SUS-CAB-DEPTO     PIC X(4).
           05 FILLER               PIC X(63).
       01  FD-SUSPENSO-TRAILER.
           05 FD-SUS-TRL-TIPO      PIC X.
           05 FILLER               PIC X.
           05 FD-SUS-TRL-CONTAGEM  PIC 9(9).
           05 FILLER               PIC X.
           05 FD-SUS-TRL-HASH      PIC 9(11)V99.
           05 FILLER               PIC X(55).

      * LIMITE DE RESULTADO: OPERADOR "=" VALE PARA QUALQUER OPERADOR
      * (COMO NAS TARIFAS, POIS "*" E O OPERADOR DE MULTIPLICAR) E
       FD  ARQUIVO-EXCECOES.
       01  FD-LINHA-EXCECAO        PIC X(132).

      * CONTROLE DE PERIODOS (AAAAMM): "F" FATURADO, "E" ENCERRADO
      * PELO FECHAMENTO MENSAL, "R" REABERTO.
       FD  ARQUIVO-PERIODOS.
       01  FD-REGISTRO-PERIODO.
           05 FD-PER-MES           PIC X(6).
           05 FILLER               PIC X.
           05 FD-PER-STATUS        PIC X.
           05 FILLER               PIC X.
           05 FD-PER-DATA          PIC X(10).
           05 FILLER               PIC X.
           05 FD-PER-HORA          PIC X(8).

      * MANIFESTO DA NOITE, REGRAVADO NO FIM DO LOTE COM OS ARQUIVOS
      * PROCESSADOS E O IDENTIFICADOR DESTA EXECUCAO.
       FD  ARQUIVO-MANIFESTO.
       01  FD-REGISTRO-MANIFESTO.
           05 FD-MAN-ARQUIVO       PIC X(44).
           05 FILLER               PIC X.
           05 FD-MAN-SITUACAO      PIC X(10).
           05 FILLER               PIC X.
           05 FD-MAN-DEPTO         PIC X(4).
           05 FILLER               PIC X.
           05 FD-MAN-DATA-LOTE     PIC X(10).
           05 FILLER               PIC X.
           05 FD-MAN-DETALHES      PIC 9(9).
           05 FILLER               PIC X.
           05 FD-MAN-ACEITOS       PIC 9(9).
           05 FILLER               PIC X.
           05 FD-MAN-RUN-ID        PIC X(12).
           05 FILLER               PIC X.
           05 FD-MAN-MOTIVO        PIC X(30).

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

       WORKING-STORAGE SECTION.
        01 NUMEROINICIAL   PIC S9(5)V99        VALUE ZERO.
        01 NUMEROFINAL      PIC S9(5)V99       VALUE ZERO.
           88 MODOSARRED-VALIDOS         VALUE "T", "A", "B".
        01 WS-MOTIVO-REJEICAO      PIC X(25) VALUE SPACES.

        01 WS-TIPO-MOVIMENTO       PIC X VALUE SPACE.
           88 MOVIMENTO-ESTORNO          VALUE "E".
           88 MOVIMENTO-CORRECAO         VALUE "C".
           88 MOVIMENTO-AJUSTE           VALUE "E", "C".
        01 WS-DESCRICAO-AJUSTE     PIC X(8)  VALUE SPACES.
        01 WS-PROX-ID-AJUSTE       PIC 9(8)  VALUE 9000000.
        01 WS-ID-AJUSTE            PIC 9(7)  VALUE ZERO.
        01 WS-MESTRE-ORIGINAL      PIC X(108) VALUE SPACES.
        01 WS-JORNAL-CHAVE         PIC X(10)  VALUE SPACES.
        01 WS-JORNAL-ACAO          PIC X(12)  VALUE SPACES.
        01 WS-IMAGEM-ANTES         PIC X(120) VALUE SPACES.
        01 WS-IMAGEM-DEPOIS        PIC X(120) VALUE SPACES.
        01 WS-USUARIO-SESSAO       PIC X(8)  VALUE "LOTE".
        01 WS-PAR-USUARIO          PIC X(8)  VALUE SPACES.
        01 WS-PAR-SENHA            PIC X(8)  VALUE SPACES.
        01 WS-TENTATIVAS-ACESSO    PIC 9     VALUE ZERO.
        01 WS-AUTORIZACAO.
           05 WS-AUT-USUARIO          PIC X(8)  VALUE SPACES.
           05 WS-AUT-SENHA            PIC X(8)  VALUE SPACES.
           05 WS-AUT-FUNCAO           PIC X     VALUE SPACE.
           05 WS-AUT-PROGRAMA         PIC X(11) VALUE SPACES.
           05 WS-AUT-NOME             PIC X(30) VALUE SPACES.
           05 WS-AUT-RESULTADO        PIC X(2)  VALUE SPACES.
              88 ACESSO-LIBERADO            VALUE "00".
           05 WS-AUT-MOTIVO           PIC X(30) VALUE SPACES.
        01 WS-COD-TAXA-USADO       PIC X(7)  VALUE SPACES.
        01 WS-VALOR-TAXA-USADO     PIC S9(5)V99 VALUE ZERO.
        01 WS-MODO-ARRED-LOG       PIC X     VALUE SPACE.

        01 WS-STATUS-PARAMETROS    PIC XX VALUE SPACES.
        01 WS-STATUS-REJEITOS      PIC XX VALUE SPACES.
        01 WS-STATUS-ENTRADA       PIC XX VALUE SPACES.
        01 WS-STATUS-CATALOGO      PIC XX VALUE SPACES.
        01 WS-STATUS-LIMITES       PIC XX VALUE SPACES.
        01 WS-STATUS-EXCECOES      PIC XX VALUE SPACES.
        01 WS-STATUS-PERIODOS      PIC XX VALUE SPACES.
        01 WS-STATUS-JORNAL        PIC XX VALUE SPACES.
        01 WS-STATUS-TARIFAS       PIC XX VALUE SPACES.
        01 WS-STATUS-SUSPENSO      PIC XX VALUE SPACES.
        01 WS-NOME-ARQ-SUSPENSO    PIC X(44) VALUE "SUSPENSO.DAT".
        01 WS-STATUS-MANIFESTO     PIC XX VALUE SPACES.
        01 WS-NOME-ARQ-MANIFESTO   PIC X(44) VALUE SPACES.

      * ARQUIVOS DE ORIGEM DO LOTE, UM POR PAR H/T DA ENTRADA, COM O
      * QUE CADA UM RENDEU NESTA EXECUCAO. OS NUMEROS DE CADA ARQUIVO
      * SAO A DIFERENCA DOS CONTADORES GERAIS ENTRE O INICIO E O FIM
      * DA SUA SECAO NO RELATORIO.
        01 WS-TABELA-ARQUIVOS.
           05 WS-QTD-ARQUIVOS         PIC 9(3) VALUE ZERO.
           05 WS-IND-ARQ              PIC 9(3) VALUE ZERO.
           05 WS-ARQ-ATUAL            PIC 9(3) VALUE ZERO.
           05 WS-ARQ-ENTRADA OCCURS 20 TIMES.
              10 WS-ARQ-NOME          PIC X(44).
              10 WS-ARQ-DEPTO         PIC X(4).
              10 WS-ARQ-DATA          PIC X(10).
              10 WS-ARQ-DETALHES      PIC 9(9).
              10 WS-ARQ-CALCULADOS    PIC 9(9).
              10 WS-ARQ-REJEITADOS    PIC 9(9).
              10 WS-ARQ-RETIDOS       PIC 9(9).
              10 WS-ARQ-TOTAL         PIC S9(9)V99.

        01 WS-INICIO-ARQUIVO.
           05 WS-INI-OPERACOES        PIC 9(9)     VALUE ZERO.
           05 WS-INI-REJEITADOS       PIC 9(9)     VALUE ZERO.
           05 WS-INI-RETIDOS          PIC 9(9)     VALUE ZERO.
           05 WS-INI-TOTAL            PIC S9(9)V99 VALUE ZERO.

        01 WS-TABELA-MANIFESTO.
           05 WS-QTD-MANIFESTO        PIC 9(3) VALUE ZERO.
           05 WS-IND-MAN              PIC 9(3) VALUE ZERO.
           05 WS-MAN-ENTRADA OCCURS 20 TIMES.
              10 WS-MAN-ARQUIVO       PIC X(44).
              10 FILLER               PIC X.
              10 WS-MAN-SITUACAO      PIC X(10).
              10 FILLER               PIC X(37).
              10 WS-MAN-RUN-ID        PIC X(12).
              10 FILLER               PIC X(31).

      * TARIFAS POR OPERADOR (INDICES 1-6: + - * / % #); O OPERADOR
      * "=" DE TARIFAS.DAT DA O PRECO PADRAO.
        01 WS-TARIFAS.
           05 WS-PRECO-PADRAO         PIC 9(5)V99 VALUE ZERO.
           05 WS-PRECO-ESPECIFICO OCCURS 6 TIMES.
              10 WS-PRECO-OPER        PIC 9(5)V99.
              10 WS-TEM-PRECO-OPER    PIC X.
        01 WS-IND-OPER             PIC 9(1) VALUE ZERO.
        01 WS-OPERADOR-LINHA       PIC X     VALUE SPACE.
        01 WS-PRECO-EFETIVO        PIC 9(5)V99 VALUE ZERO.

      * COTAS MENSAIS DOS CENTROS (CENTROS.DAT) E O USO DO MES
      * CORRENTE, APURADO NO MESTRE NO INICIO DO LOTE E ACRESCIDO A
      * CADA CALCULO ACEITO. CENTRO SEM COTA NAO ENTRA NA TABELA.
        01 WS-TABELA-COTAS.
           05 WS-QTD-COTAS            PIC 9(3) VALUE ZERO.
           05 WS-IND-COT              PIC 9(3) VALUE ZERO.
           05 WS-COT-ENTRADA OCCURS 200 TIMES.
              10 WS-COT-CODIGO        PIC X(4).
              10 WS-COT-QTD           PIC 9(7).
              10 WS-COT-VALOR         PIC 9(9)V99.
              10 WS-COT-PCT-AVISO     PIC 9(3).
              10 WS-COT-USO-QTD       PIC S9(7).
              10 WS-COT-USO-VALOR     PIC S9(9)V99.
              10 WS-COT-ESGOTADA      PIC X.
        01 WS-CENTRO-COTA          PIC X(4)  VALUE SPACES.
        01 WS-MES-CORRENTE         PIC X(6)  VALUE SPACES.
        01 WS-MES-REGISTRO         PIC X(6)  VALUE SPACES.
        01 WS-PCT-USO              PIC 9(9)  VALUE ZERO.
        01 WS-PCT-USO-VALOR        PIC 9(9)  VALUE ZERO.
        01 WS-SITUACAO-COTA        PIC X(8)  VALUE SPACES.
        01 WS-HASH-SUSPENSO        PIC 9(11)V99 VALUE ZERO.
        01 WS-TIPO-USO             PIC X     VALUE SPACE.
           88 USO-ESTORNADO              VALUE "E".

      * MESES ENCERRADOS: NENHUM RESULTADO DATADO NELES E GRAVADO OU
      * SOBREPOSTO.
        01 WS-TABELA-PERIODOS.
           05 WS-QTD-FECHADOS         PIC 9(3) VALUE ZERO.
           05 WS-IND-PER              PIC 9(3) VALUE ZERO.
           05 WS-FEC-MES OCCURS 240 TIMES
                                      PIC X(6).
        01 WS-MES-PESQUISA         PIC X(6)  VALUE SPACES.

        01 WS-TABELA-LIMITES.
           05 WS-QTD-LIMITES          PIC 9(3) VALUE ZERO.
        01 WS-ACUMULADORES-CENTRO.
           05 WS-CC-QTD               PIC 9(7)     VALUE ZERO.
           05 WS-CC-TOT               PIC S9(9)V99 VALUE ZERO.
           05 WS-CC-RETIDOS           PIC 9(7)     VALUE ZERO.

        01 WS-TABELA-CENTROS.
           05 WS-QTD-CENTROS          PIC 9(3)     VALUE ZERO.
              10 WS-TAB-CC-CODIGO     PIC X(4).
              10 WS-TAB-CC-QTD        PIC 9(7).
              10 WS-TAB-CC-TOT        PIC S9(9)V99.
              10 WS-TAB-CC-RETIDOS    PIC 9(7).

        01 WS-FLAGS.
           05 WS-EOF-ENTRADA          PIC X VALUE "N".
              88 EXCECOES-DISPONIVEL        VALUE "S".
           05 WS-LIMITE-EXCEDIDO      PIC X VALUE "N".
              88 LIMITE-EXCEDIDO            VALUE "S".
           05 WS-ID-VINCULADO         PIC X VALUE "N".
              88 ID-VINCULADO               VALUE "S".
           05 WS-JORNAL-DISPONIVEL    PIC X VALUE "N".
              88 JORNAL-DISPONIVEL          VALUE "S".
           05 WS-EOF-MESTRE           PIC X VALUE "N".
              88 FIM-ARQUIVO-MESTRE         VALUE "S".
           05 WS-EOF-PERIODOS         PIC X VALUE "N".
              88 FIM-ARQUIVO-PERIODOS       VALUE "S".
           05 WS-PERIODO-FECHADO      PIC X VALUE "N".
              88 PERIODO-FECHADO            VALUE "S".
           05 WS-MES-CORRENTE-FECHADO PIC X VALUE "N".
              88 MES-CORRENTE-FECHADO       VALUE "S".
           05 WS-OPERADOR-ACEITO      PIC X VALUE "S".
              88 OPERADOR-ACEITO            VALUE "S".
           05 WS-SOBREPOR-NEGADO      PIC X VALUE "N".
              88 SOBREPOR-NEGADO            VALUE "S".
           05 WS-EOF-TARIFAS          PIC X VALUE "N".
              88 FIM-ARQUIVO-TARIFAS        VALUE "S".
           05 WS-EOF-CENTROS          PIC X VALUE "N".
              88 FIM-ARQUIVO-CENTROS        VALUE "S".
           05 WS-COTA-ESGOTADA        PIC X VALUE "N".
              88 COTA-ESGOTADA              VALUE "S".
           05 WS-SUSPENSO-ABERTO      PIC X VALUE "N".
              88 SUSPENSO-ABERTO            VALUE "S".
           05 WS-MODO-MANIFESTO       PIC X VALUE "N".
              88 MODO-MANIFESTO             VALUE "S".
           05 WS-LOTE-ABERTO          PIC X VALUE "N".
              88 LOTE-ABERTO                VALUE "S".
           05 WS-EOF-MANIFESTO        PIC X VALUE "N".
              88 FIM-ARQUIVO-MANIFESTO      VALUE "S".
           05 WS-MANIFESTO-EXCEDIDO   PIC X VALUE "N".
              88 MANIFESTO-EXCEDIDO         VALUE "S".

        01 WS-CONTADORES.
           05 WS-TOTAL-GERAL             PIC S9(9)V99 VALUE ZERO.
           05 WS-QTD-REJEITADOS          PIC 9(9)     VALUE ZERO.
           05 WS-QTD-DUPLICADOS          PIC 9(9)     VALUE ZERO.
           05 WS-QTD-EXCEDIDOS           PIC 9(9)     VALUE ZERO.
           05 WS-QTD-ESTORNOS            PIC 9(9)     VALUE ZERO.
           05 WS-QTD-CORRECOES           PIC 9(9)     VALUE ZERO.
           05 WS-QTD-PERIODO-FECHADO     PIC 9(9)     VALUE ZERO.
           05 WS-QTD-RETIDOS             PIC 9(9)     VALUE ZERO.

        01 WS-ESTATISTICAS.
           05 WS-EST-SOMAR.
           05 WS-REL-MODO-ARR          PIC X.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-REL-FLAG-LIMITE       PIC X.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-REL-AJUSTE            PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-REL-ID-AJUSTE         PIC X(7).
           05 FILLER                   PIC X(48) VALUE SPACES.

        01 WS-CAB-TITULO.
           05 FILLER PIC X(60)
        01 WS-CAB-COLUNAS.
           05 FILLER PIC X(12) VALUE "R       ID".
           05 FILLER PIC X(6)  VALUE "CC".
           05 FILLER PIC X(56) VALUE
              "NUM INICIAL   OPER   NUM FINAL       RESULTADO  ARR LIM".
           05 FILLER PIC X(58) VALUE "AJUSTE   ID AJUSTE".

        01 WS-LINHA-TOTAL.
           05 FILLER                   PIC X(20) VALUE
           05 WS-SUB-CC-QTD-ED         PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(9)  VALUE "  TOTAL: ".
           05 WS-SUB-CC-TOT-ED         PIC ---,---,--9.99.
           05 WS-SUB-CC-COTA           PIC X(41) VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE SPACES.

      * SITUACAO DA COTA NO FIM DO GRUPO DO CENTRO, SO PARA CENTROS
      * COM COTA DEFINIDA.
        01 WS-SUBTOTAL-COTA.
           05 FILLER                   PIC X(8)  VALUE "  COTA: ".
           05 WS-SCT-PCT-ED            PIC ZZZZ9.
           05 FILLER                   PIC X(2)  VALUE "% ".
           05 WS-SCT-SITUACAO          PIC X(8).
           05 FILLER                   PIC X(11) VALUE "  RETIDOS: ".
           05 WS-SCT-RETIDOS-ED        PIC ZZZ,ZZ9.

      * SECAO DE CADA ARQUIVO DE ORIGEM NO LOTE DO MANIFESTO: A
      * CONCILIACAO ATRIBUI AO ARQUIVO AS LINHAS DE DETALHE QUE VEM
      * DEPOIS DESTE CABECALHO.
        01 WS-LINHA-ARQ-ORIGEM.
           05 FILLER                   PIC X(18) VALUE
              "ARQUIVO DE ORIGEM ".
           05 WS-AOR-SEQ               PIC 9(3).
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WS-AOR-NOME              PIC X(44).
           05 FILLER                   PIC X(9)  VALUE "  DEPTO: ".
           05 WS-AOR-DEPTO             PIC X(4).
           05 FILLER                   PIC X(8)  VALUE "  DATA: ".
           05 WS-AOR-DATA              PIC X(10).
           05 FILLER                   PIC X(34) VALUE SPACES.

        01 WS-LINHA-SUBTOTAL-ARQ.
           05 FILLER                   PIC X(17) VALUE
              "SUBTOTAL ARQUIVO ".
           05 WS-SAQ-SEQ               PIC 9(3).
           05 FILLER                   PIC X(14) VALUE
              "  CALCULADOS: ".
           05 WS-SAQ-CALCULADOS-ED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE
              "  REJEITADOS: ".
           05 WS-SAQ-REJEITADOS-ED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE "  RETIDOS: ".
           05 WS-SAQ-RETIDOS-ED        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(9)  VALUE "  TOTAL: ".
           05 WS-SAQ-TOTAL-ED          PIC ---,---,--9.99.
           05 FILLER                   PIC X(17) VALUE SPACES.

        01 WS-LINHA-RESUMO-ARQ-TITULO.
           05 FILLER PIC X(132) VALUE
              "RESUMO POR ARQUIVO DE ORIGEM".

        01 WS-LINHA-RESUMO-ARQ-CAB.
           05 FILLER PIC X(39) VALUE "ARQUIVO".
           05 FILLER PIC X(5)  VALUE "DEPTO".
           05 FILLER PIC X(12) VALUE "   DETALHES ".
           05 FILLER PIC X(12) VALUE " CALCULADOS ".
           05 FILLER PIC X(12) VALUE " REJEITADOS ".
           05 FILLER PIC X(12) VALUE "    RETIDOS ".
           05 FILLER PIC X(40) VALUE "         TOTAL".

      * A CONCILIACAO LE ESTAS LINHAS ("ARQ " NA COLUNA 1) PARA
      * FECHAR O BALANCO DE CADA ARQUIVO DE ORIGEM.
        01 WS-LINHA-RESUMO-ARQ.
           05 FILLER                   PIC X(4)  VALUE "ARQ ".
           05 WS-RAQ-SEQ               PIC 9(3).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RAQ-NOME              PIC X(30).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RAQ-DEPTO             PIC X(4).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RAQ-DETALHES-ED       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RAQ-CALCULADOS-ED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RAQ-REJEITADOS-ED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RAQ-RETIDOS-ED        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RAQ-TOTAL-ED          PIC ---,---,--9.99.
           05 FILLER                   PIC X(26) VALUE SPACES.

        01 WS-LINHA-RECAP-TITULO.
           05 FILLER PIC X(132) VALUE
           05 WS-RCP-TOT-ED            PIC ---,---,--9.99.
           05 FILLER                   PIC X(73) VALUE SPACES.

        01 WS-LINHA-COTA-TITULO.
           05 FILLER                   PIC X(24) VALUE
              "CONTROLE DE COTAS - MES ".
           05 WS-CTT-MES               PIC X(6).
           05 FILLER                   PIC X(102) VALUE SPACES.

        01 WS-LINHA-COTA-CAB.
           05 FILLER PIC X(29) VALUE "CENTRO DEPARTAMENTO".
           05 FILLER PIC X(11) VALUE " COTA QTD".
           05 FILLER PIC X(11) VALUE "  USO QTD".
           05 FILLER PIC X(16) VALUE "    COTA VALOR".
           05 FILLER PIC X(16) VALUE "     USO VALOR".
           05 FILLER PIC X(7)  VALUE " USO%".
           05 FILLER PIC X(10) VALUE "SITUACAO".
           05 FILLER PIC X(32) VALUE "RETIDOS".

        01 WS-LINHA-COTA.
           05 WS-CTL-CODIGO            PIC X(4).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-CTL-NOME              PIC X(20).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CTL-COTA-QTD-ED       PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CTL-USO-QTD-ED        PIC -,---,--9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CTL-COTA-VALOR-ED     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CTL-USO-VALOR-ED      PIC ---,---,--9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CTL-PCT-ED            PIC ZZZZ9.
           05 FILLER                   PIC X(2)  VALUE "% ".
           05 WS-CTL-SITUACAO          PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CTL-RETIDOS-ED        PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(25) VALUE SPACES.

      * A CONCILIACAO LE ESTA LINHA: OS RETIDOS FECHAM A CONTA DA
      * ENTRADA JUNTO COM ACEITOS E REJEITADOS.
        01 WS-LINHA-RETIDOS.
           05 FILLER                   PIC X(18) VALUE
              "RETIDOS POR COTA: ".
           05 WS-RET-QTD-ED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE "  ARQUIVO: ".
           05 WS-RET-ARQUIVO           PIC X(44).
           05 FILLER                   PIC X(48) VALUE SPACES.

        01 WS-LINHA-RESUMO-TITULO.
           05 FILLER PIC X(132) VALUE
              "RESUMO POR OPERADOR".
           05 WS-DUP-SOBREPOR          PIC X.
           05 FILLER                   PIC X(78) VALUE SPACES.

        01 WS-LINHA-AJUSTES.
           05 FILLER                   PIC X(19) VALUE
              "ESTORNOS LANCADOS: ".
           05 WS-AJU-ESTORNOS-ED       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(22) VALUE
              "  CORRECOES LANCADAS: ".
           05 WS-AJU-CORRECOES-ED      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(69) VALUE SPACES.

        01 WS-LINHA-PERIODO-FECHADO.
           05 FILLER                   PIC X(32) VALUE
              "REJEITADOS POR PERIODO FECHADO: ".
           05 WS-PFE-QTD-ED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(89) VALUE SPACES.

        01 WS-LINHA-LOG.
           05 WS-LOG-DATA              PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LOG-NUM-FINAL         PIC --,--9.99.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LOG-RESULTADO         PIC -,---,---,--9.99.
      * AS COLUNAS 60-75 MARCAM OS LANCAMENTOS DE AJUSTE (ESTORNO OU
      * CORRECAO) E O ID DO CALCULO AJUSTADO; O FATURAMENTO CREDITA
      * OS ESTORNOS AO CENTRO QUE PAGOU PELO CALCULO ORIGINAL.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LOG-AJUSTE            PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LOG-ID-ORIGINAL       PIC X(7).
           05 FILLER                   PIC X(4)  VALUE SPACES.
      * O CENTRO DE CUSTO OCUPA AS COLUNAS 80-83 NAS LINHAS DO LOG,
      * FORA DAS COLUNAS QUE A CONCILIACAO E O ARQUIVAMENTO LEEM; E
      * DELE QUE O FATURAMENTO MENSAL SE ALIMENTA.
           05 WS-LOG-CENTRO            PIC X(4).
      * OPERADOR QUE LANCOU O CALCULO NAS COLUNAS 85-92 E ID DE
      * REQUISICAO DO LOTE NAS COLUNAS 94-100, LIDO NA DISTRIBUICAO
      * DOS RETORNOS AOS CENTROS.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LOG-USUARIO           PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LOG-ID-REQUISICAO     PIC X(7).
      * CODIGO DE TAXA NAS COLUNAS 102-108, INDICADOR DE TAXA USADA NA
      * 110 ("S" OU "N"; EM BRANCO NOS LOGS ANTERIORES) E MODO DE
      * ARREDONDAMENTO NA 112, PARA A RECUPERACAO DO MESTRE. O VALOR
      * DA TAXA RESOLVIDA E O PROPRIO SEGUNDO OPERANDO.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LOG-COD-TAXA          PIC X(7).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LOG-TAXA-USADA        PIC X.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LOG-MODO-ARRED        PIC X.
           05 FILLER                   PIC X(20) VALUE SPACES.

        01 WS-LINHA-MARCA-EXECUCAO.
           05 FILLER                    PIC X(16) VALUE
           05 WS-MARCA-HORA             PIC X(8).
           05 FILLER                    PIC X(6)  VALUE " MODO ".
           05 WS-MARCA-MODO             PIC X.
           05 FILLER                    PIC X(10) VALUE " OPERADOR ".
           05 WS-MARCA-USUARIO          PIC X(8).
           05 FILLER                    PIC X(10) VALUE " EXECUCAO ".
           05 WS-MARCA-RUN-ID           PIC X(12).
           05 FILLER                    PIC X(50) VALUE SPACES.

        01 WS-LINHA-LOG-REJEITADO.
           05 WS-LOGR-DATA              PIC X(10).
           05 WS-LOGR-MOTIVO            PIC X(25).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 WS-LOGR-CENTRO            PIC X(4).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 WS-LOGR-USUARIO           PIC X(8).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 WS-LOGR-ID-REQUISICAO     PIC X(7).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 WS-LOGR-COD-TAXA          PIC X(7).
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 WS-LOGR-TAXA-USADA        PIC X.
           05 FILLER                    PIC X(1)  VALUE SPACE.
           05 WS-LOGR-MODO-ARRED        PIC X.
           05 FILLER                    PIC X(20) VALUE SPACES.



       SCREEN SECTION.
       01  TELA-ACESSO.
           05 BLANK SCREEN.
           05 LINE 1 COL 10 VALUE
              "CALCULADORA DO HENRICAO - IDENTIFICACAO DO OPERADOR".
           05 LINE 3 COL 2 VALUE "OPERADOR......:".
           05 TELA-USUARIO LINE 3 COL 20 PIC X(8)
              USING WS-AUT-USUARIO.
           05 LINE 4 COL 2 VALUE "SENHA.........:".
           05 TELA-SENHA LINE 4 COL 20 PIC X(8)
              USING WS-AUT-SENHA SECURE.
           05 LINE 6 COL 2 VALUE "MENSAGEM......:".
           05 TELA-MSG-ACESSO LINE 6 COL 20 PIC X(50)
              FROM WS-MENSAGEM-TELA.

       01  TELA-CALCULADORA.
           05 BLANK SCREEN.
           05 LINE 1 COL 10 VALUE
                      NOT MODO-RESSUBMISSAO AND NOT MODO-INTERATIVO
                       DISPLAY "ERRO: MODO DE EXECUCAO INVALIDO NO "
                          "ARQUIVO DE PARAMETROS: " WS-MODO-EXECUCAO
                       MOVE "N" TO WS-OPERADOR-ACEITO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM IDENTIFICA-OPERADOR
                   END-IF

                   IF OPERADOR-ACEITO
                       PERFORM ESCREVE-MARCA-EXECUCAO

                       EVALUATE TRUE
           END-IF

           IF RETURN-CODE = ZERO AND
              (WS-QTD-REJEITADOS > ZERO OR WS-QTD-EXCEDIDOS > ZERO OR
               WS-QTD-RETIDOS > ZERO OR SOBREPOR-NEGADO)
               MOVE 4 TO RETURN-CODE
           END-IF

                       MOVE WS-MODO-ARRED-PADRAO TO
                          WS-MODO-ARRED-EFETIVO
                       MOVE FD-PAR-SOBREPOR-ID TO WS-SOBREPOR-ID
                       MOVE FD-PAR-USUARIO     TO WS-PAR-USUARIO
                       MOVE FD-PAR-SENHA       TO WS-PAR-SENHA
      * COM MANIFESTO, O LOTE E O ENTRADA.VAL MONTADO PELA CRITICA
      * COM TODOS OS ARQUIVOS ACEITOS DA NOITE.
                       IF MODO-LOTE AND
                          FD-PAR-ARQ-MANIFESTO NOT = SPACES
                           MOVE FD-PAR-ARQ-MANIFESTO TO
                              WS-NOME-ARQ-MANIFESTO
                           MOVE "S" TO WS-MODO-MANIFESTO
                           MOVE "ENTRADA.VAL" TO WS-NOME-ARQ-ENTRADA
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAMETROS
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O PAINEL SO ABRE PARA O OPERADOR COM A FUNCAO C (CALCULO NO
      * PAINEL), COM ATE TRES TENTATIVAS. O LOTE E LANCADO EM NOME DO
      * OPERADOR DO ARQUIVO DE PARAMETROS, QUE PRECISA SE IDENTIFICAR
      * COM A SENHA; SOBREPOR ID EXIGE AINDA A FUNCAO S E, NEGADA, O
      * LOTE SEGUE SEM SOBREPOR. TODA RECUSA VAI PARA VIOLACOES.TXT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       IDENTIFICA-OPERADOR.
           MOVE "CALCULADORA" TO WS-AUT-PROGRAMA
           IF MODO-LOTE OR MODO-RESSUBMISSAO
               IF WS-PAR-USUARIO NOT = SPACES
                   MOVE WS-PAR-USUARIO TO WS-AUT-USUARIO
                   MOVE WS-PAR-SENHA   TO WS-AUT-SENHA
                   MOVE SPACE          TO WS-AUT-FUNCAO
                   CALL "AUTORIZA" USING WS-AUTORIZACAO
                   IF ACESSO-LIBERADO
                       MOVE WS-AUT-USUARIO TO WS-USUARIO-SESSAO
                   ELSE
                       MOVE "N" TO WS-OPERADOR-ACEITO
                       DISPLAY "ERRO: OPERADOR DO LOTE RECUSADO: "
                          WS-AUT-USUARIO " (" WS-AUT-MOTIVO ")."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               IF OPERADOR-ACEITO AND SOBREPOR-ID-SIM
                   PERFORM AUTORIZA-SOBREPOSICAO
               END-IF
           ELSE
               MOVE "N" TO WS-OPERADOR-ACEITO
               MOVE "INFORME OPERADOR E SENHA" TO WS-MENSAGEM-TELA
               PERFORM UNTIL OPERADOR-ACEITO OR
                             WS-TENTATIVAS-ACESSO NOT < 3
                   PERFORM SOLICITA-ACESSO-PAINEL
               END-PERFORM
               IF NOT OPERADOR-ACEITO
                   DISPLAY "ERRO: ACESSO AO PAINEL NEGADO."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SOLICITA-ACESSO-PAINEL.
           ADD 1 TO WS-TENTATIVAS-ACESSO
           MOVE SPACES TO WS-AUT-SENHA
           DISPLAY TELA-ACESSO
           ACCEPT TELA-ACESSO
           MOVE "C" TO WS-AUT-FUNCAO
           CALL "AUTORIZA" USING WS-AUTORIZACAO
           IF ACESSO-LIBERADO
               MOVE "S" TO WS-OPERADOR-ACEITO
               MOVE WS-AUT-USUARIO TO WS-USUARIO-SESSAO
               MOVE SPACES TO WS-MENSAGEM-TELA
           ELSE
               MOVE WS-AUT-MOTIVO TO WS-MENSAGEM-TELA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       AUTORIZA-SOBREPOSICAO.
           MOVE WS-PAR-USUARIO TO WS-AUT-USUARIO
           MOVE WS-PAR-SENHA   TO WS-AUT-SENHA
           MOVE "S"            TO WS-AUT-FUNCAO
           CALL "AUTORIZA" USING WS-AUTORIZACAO
           IF NOT ACESSO-LIBERADO
               MOVE "N" TO WS-SOBREPOR-ID
               MOVE "S" TO WS-SOBREPOR-NEGADO
               DISPLAY "AVISO: SOBREPOR ID NAO AUTORIZADO PARA "
                  WS-USUARIO-SESSAO " (" WS-AUT-MOTIVO "). IDS "
                  "DUPLICADOS SERAO REJEITADOS."
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CADA EXECUCAO RECEBE UM IDENTIFICADOR AAAAMMDD-NNN (DATA MAIS
      * SEQUENCIA DO DIA, TIRADA DO CATALOGO RUNCAT.DAT), ESCREVE O
           MOVE SPACES TO WS-NOME-ARQ-EXCECOES
           STRING "EXCECOES." WS-RUN-ID ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-EXCECOES
           MOVE SPACES TO WS-NOME-ARQ-SUSPENSO
           STRING "SUSPENSO." WS-RUN-ID ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-SUSPENSO

           PERFORM REGISTRA-EXECUCAO-CATALOGO.

               ELSE
                   PERFORM VERIFICA-CONTROLES-ENTRADA

      * A SEQUENCIA DO ARQUIVO DE ORIGEM VEM ANTES DO CENTRO DE CUSTO:
      * CADA ARQUIVO DO MANIFESTO FICA NA SUA PROPRIA SECAO.
                   IF RETURN-CODE = ZERO
                       SORT ARQUIVO-ORDENACAO
                           ON ASCENDING KEY SD-SEQ-ARQUIVO
                                            SD-CENTRO-CUSTO
                           WITH DUPLICATES IN ORDER
                           USING ARQUIVO-DETALHES
                           GIVING ARQUIVO-ORDENADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRE-MESTRE
                   PERFORM ABRE-JORNAL
                   PERFORM ABRE-TAXAS
                   PERFORM ABRE-CENTROS
                   PERFORM CARREGA-LIMITES
                   PERFORM ABRE-EXCECOES
                   PERFORM CARREGA-PERIODOS
                   PERFORM CARREGA-TARIFAS
                   PERFORM CARREGA-COTAS

                   IF WS-REGISTROS-PULAR > ZERO
                       PERFORM PULA-REGISTROS-PROCESSADOS
                       IF MODO-MANIFESTO AND WS-ARQ-ATUAL > ZERO
                           PERFORM ESCREVE-CABECALHO-ARQ-ORIGEM
                       END-IF
                   END-IF

                   PERFORM UNTIL FIM-ARQUIVO-ENTRADA
                       PERFORM ESCREVE-SUBTOTAL-CENTRO
                   END-IF

                   IF MODO-MANIFESTO AND WS-ARQ-ATUAL > ZERO
                       PERFORM FECHA-ARQUIVO-ORIGEM
                   END-IF

                   PERFORM FECHA-SUSPENSO
                   PERFORM LIMPA-CHECKPOINT
                   PERFORM ESCREVE-RESUMO-ESTATISTICAS

                   IF MODO-MANIFESTO
                       PERFORM ATUALIZA-MANIFESTO
                   END-IF

                   IF MESTRE-DISPONIVEL
                       CLOSE ARQUIVO-MESTRE
                   END-IF

                   IF JORNAL-DISPONIVEL
                       CLOSE ARQUIVO-JORNAL
                   END-IF

                   IF TAXAS-DISPONIVEL
                       CLOSE ARQUIVO-TAXAS
                   END-IF
      * PASSAGEM PREVIA SOBRE O ARQUIVO DE ENTRADA: CONFERE CABECALHO
      * E TRAILER DO LOTE E COPIA SO OS DETALHES PARA ENTRADA.DET,
      * QUE ALIMENTA A CLASSIFICACAO. LOTE SEM CONTROLE OU FORA DE
      * BALANCO NAO COMECA A PROCESSAR. CADA PAR H/T E CONFERIDO POR
      * SI E ABRE UM ARQUIVO DE ORIGEM; OS DETALHES LEVAM A SEQUENCIA
      * DELE NAS COLUNAS 78-80.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       VERIFICA-CONTROLES-ENTRADA.
           OPEN OUTPUT ARQUIVO-DETALHES
                   DISPLAY "ERRO: REGISTROS DE CONTROLE AUSENTES EM "
                      WS-NOME-ARQ-ENTRADA "."
               ELSE
                   IF LOTE-ABERTO OR WS-QTD-DETALHES-LOTE > ZERO
                       MOVE "N" TO WS-LOTE-VALIDO
                       DISPLAY "ERRO: DETALHES FORA DE UM PAR "
                          "CABECALHO/TRAILER EM " WS-NOME-ARQ-ENTRADA
                          "."
                   END-IF
               END-IF

      * LOTE COM MAIS DE UM ARQUIVO NAO TEM UM DEPARTAMENTO SO.
               IF WS-QTD-ARQUIVOS > 1
                   MOVE SPACES TO WS-LOTE-DEPTO
               END-IF

               IF NOT LOTE-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
       SEPARA-REGISTRO-CONTROLE.
           EVALUATE FD-AREA-ENTRADA(1:1)
               WHEN "H"
      * CABECALHO COM O PAR ANTERIOR SEM TRAILER, OU COM DETALHES
      * SOLTOS DEPOIS DO ULTIMO TRAILER, INVALIDA O LOTE.
                   IF LOTE-ABERTO OR WS-QTD-DETALHES-LOTE > ZERO
                       MOVE "N" TO WS-LOTE-VALIDO
                   END-IF
                   MOVE "S" TO WS-COM-CABECALHO
                   MOVE "S" TO WS-LOTE-ABERTO
                   MOVE FD-CAB-DATA  TO WS-LOTE-DATA
                   MOVE FD-CAB-DEPTO TO WS-LOTE-DEPTO
                   MOVE ZERO TO WS-QTD-DETALHES-LOTE
                   MOVE ZERO TO WS-HASH-CALCULADO
                   PERFORM REGISTRA-ARQUIVO-ORIGEM
               WHEN "T"
                   MOVE "S" TO WS-COM-TRAILER
                   IF NOT LOTE-ABERTO
                       MOVE "N" TO WS-LOTE-VALIDO
                   ELSE
                       MOVE WS-QTD-DETALHES-LOTE TO
                          WS-ARQ-DETALHES(WS-QTD-ARQUIVOS)
                   END-IF
                   MOVE "N" TO WS-LOTE-ABERTO
                   IF FD-TRL-CONTAGEM IS NUMERIC AND
                      FD-TRL-HASH IS NUMERIC
                       MOVE FD-TRL-CONTAGEM TO WS-TRL-CONTAGEM-INF
                       MOVE FD-TRL-HASH     TO WS-TRL-HASH-INF
                       PERFORM CONFERE-TRAILER-LOTE
                   ELSE
                       MOVE "N" TO WS-LOTE-VALIDO
                   END-IF
                   MOVE ZERO TO WS-QTD-DETALHES-LOTE
                   MOVE ZERO TO WS-HASH-CALCULADO
               WHEN OTHER
                   ADD 1 TO WS-QTD-DETALHES-LOTE
                   IF FD-AREA-ENTRADA(2:7) IS NUMERIC
                          WS-NUM-INICIAL-TRAB-X
                       ADD WS-NUM-INICIAL-TRAB TO WS-HASH-CALCULADO
                   END-IF
                   MOVE WS-QTD-ARQUIVOS TO FD-AREA-ENTRADA(78:3)
                   WRITE FD-REGISTRO-DETALHE FROM FD-AREA-ENTRADA
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CADA CABECALHO ABRE UM ARQUIVO DE ORIGEM. SEM O NOME NAS
      * COLUNAS 19-62 (LOTE DE UM ARQUIVO SO), VALE O NOME DA ENTRADA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REGISTRA-ARQUIVO-ORIGEM.
           IF WS-QTD-ARQUIVOS < 20
               ADD 1 TO WS-QTD-ARQUIVOS
               INITIALIZE WS-ARQ-ENTRADA(WS-QTD-ARQUIVOS)
               IF FD-CAB-ARQUIVO NOT = SPACES
                   MOVE FD-CAB-ARQUIVO TO WS-ARQ-NOME(WS-QTD-ARQUIVOS)
               ELSE
                   MOVE WS-NOME-ARQ-ENTRADA TO
                      WS-ARQ-NOME(WS-QTD-ARQUIVOS)
               END-IF
               MOVE FD-CAB-DEPTO TO WS-ARQ-DEPTO(WS-QTD-ARQUIVOS)
               MOVE FD-CAB-DATA  TO WS-ARQ-DATA(WS-QTD-ARQUIVOS)
           ELSE
               IF LOTE-OK
                   DISPLAY "ERRO: " WS-NOME-ARQ-ENTRADA " TRAZ MAIS "
                      "DE 20 ARQUIVOS DE ORIGEM."
               END-IF
               MOVE "N" TO WS-LOTE-VALIDO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFERE-TRAILER-LOTE.
           IF WS-TRL-CONTAGEM-INF NOT = WS-QTD-DETALHES-LOTE OR
              WS-TRL-HASH-INF NOT = WS-HASH-CALCULADO
               MOVE "N" TO WS-LOTE-VALIDO
               DISPLAY "ERRO: TRAILER DE " WS-NOME-ARQ-ENTRADA
                  " FORA DE BALANCO COM OS DETALHES LIDOS."
               IF WS-QTD-ARQUIVOS > 1
                   DISPLAY "ERRO: ARQUIVO DE ORIGEM "
                      WS-ARQ-NOME(WS-QTD-ARQUIVOS) "."
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCESSA-REGISTRO-LOTE.
           IF MODO-MANIFESTO AND FD-ORD-SEQ-ARQUIVO NOT = WS-ARQ-ATUAL
               IF GRUPO-ABERTO
                   PERFORM ESCREVE-SUBTOTAL-CENTRO
                   MOVE "N" TO WS-GRUPO-ABERTO
               END-IF
               IF WS-ARQ-ATUAL > ZERO
                   PERFORM FECHA-ARQUIVO-ORIGEM
               END-IF
               PERFORM ABRE-ARQUIVO-ORIGEM
           END-IF

           MOVE FD-ORD-CENTRO-CUSTO TO WS-CENTRO-CUSTO
           IF WS-CENTRO-CUSTO NOT = WS-CENTRO-ATUAL OR
              NOT GRUPO-ABERTO
               MOVE "S" TO WS-GRUPO-ABERTO
               MOVE ZERO TO WS-CC-QTD
               MOVE ZERO TO WS-CC-TOT
               MOVE ZERO TO WS-CC-RETIDOS
           END-IF

           MOVE FD-ORD-TIPO-MOVIMENTO TO WS-TIPO-MOVIMENTO
           MOVE "N" TO WS-COTA-ESGOTADA
           IF WS-QTD-COTAS > ZERO AND NOT MOVIMENTO-AJUSTE
               PERFORM VERIFICA-COTA-CENTRO
           END-IF
           EVALUATE TRUE
               WHEN COTA-ESGOTADA
                   PERFORM RETEM-REGISTRO-COTA
               WHEN MOVIMENTO-ESTORNO
                   MOVE "ESTORNO" TO WS-DESCRICAO-AJUSTE
                   PERFORM PROCESSA-AJUSTE
               WHEN MOVIMENTO-CORRECAO
                   MOVE "CORRECAO" TO WS-DESCRICAO-AJUSTE
                   PERFORM PROCESSA-AJUSTE
               WHEN OTHER
                   MOVE SPACES TO WS-DESCRICAO-AJUSTE
                   PERFORM PROCESSA-CALCULO
           END-EVALUATE
           ADD 1 TO WS-CONTADOR-REGISTROS
           IF FUNCTION MOD(WS-CONTADOR-REGISTROS
                           WS-INTERVALO-CHECKPOINT) = 0
               PERFORM GRAVA-CHECKPOINT
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCESSA-CALCULO.
           MOVE FD-ORD-NUMEROINICIAL TO NUMEROINICIAL
           MOVE FD-ORD-OPERADOR      TO OPERADOR
           MOVE "S" TO WS-OPERANDO-RESOLVIDO
           IF FD-ORD-MARCA-TAXA = "T"
               PERFORM RESOLVE-TAXA
               MOVE FD-ORD-CODIGO-TAXA TO WS-COD-TAXA-USADO
               MOVE NUMEROFINAL        TO WS-VALOR-TAXA-USADO
           ELSE
               MOVE FD-ORD-NUMEROFINAL TO NUMEROFINAL
               MOVE SPACES             TO WS-COD-TAXA-USADO
               MOVE ZERO               TO WS-VALOR-TAXA-USADO
           END-IF
           MOVE FD-ORD-MODO-ARRED TO WS-MODO-ARRED-EFETIVO
           IF NOT MODOSARRED-VALIDOS
      * A REJEICAO POR TAXA TAMBEM GRAVA NO MESTRE E, SEM ESTA
      * ORDEM, SOBRESCREVERIA UM RESULTADO JA GRAVADO.
           MOVE "N" TO WS-ID-DUPLICADO
           MOVE "N" TO WS-ID-VINCULADO
           MOVE WS-MES-CORRENTE-FECHADO TO WS-PERIODO-FECHADO
           IF MESTRE-DISPONIVEL
               PERFORM VERIFICA-ID-DUPLICADO
           END-IF
           EVALUATE TRUE
               WHEN PERIODO-FECHADO
                   MOVE "PERIODO FECHADO" TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-QTD-PERIODO-FECHADO
                   PERFORM REJEITA-REGISTRO-DUPLICADO
               WHEN ID-DUPLICADO
                   MOVE "ID DUPLICADO" TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-QTD-DUPLICADOS
                   PERFORM REJEITA-REGISTRO-DUPLICADO
               WHEN ID-VINCULADO
                   MOVE "ID COM AJUSTE VINCULADO" TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITA-REGISTRO-DUPLICADO
               WHEN OPERANDO-RESOLVIDO
                   PERFORM EXECUTA-OPERACAO
               WHEN OTHER
                   PERFORM REJEITA-REGISTRO-LOTE
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * ESTORNO ("E") E CORRECAO ("C") SE REFEREM AO ID DE REQUISICAO
      * JA GRAVADO NO MESTRE. O ORIGINAL NAO E SOBREPOSTO: CONTINUA
      * COM SEU RESULTADO, PASSA A REVERTIDO OU CORRIGIDO E APONTA
      * PARA UM LANCAMENTO DE AJUSTE GRAVADO COM ID PROPRIO, DA FAIXA
      * RESERVADA A PARTIR DE 9000000. O ESTORNO LANCA O RESULTADO
      * ORIGINAL COM O SINAL TROCADO; A CORRECAO CALCULA OS NOVOS
      * OPERANDOS TRAZIDOS NO REGISTRO. SO UM CALCULO AINDA VIGENTE
      * (CALCULADO) DO MESMO CENTRO DE CUSTO PODE SER AJUSTADO. O
      * AJUSTE E DATADO NO MES CORRENTE, POR ISSO PODE APONTAR PARA UM
      * ORIGINAL DE MES JA ENCERRADO: O RESULTADO FATURADO DO ORIGINAL
      * NAO MUDA, SO SUA SITUACAO E O PONTEIRO PARA O AJUSTE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCESSA-AJUSTE.
           IF FD-ORD-ID IS NUMERIC
               MOVE FD-ORD-ID TO WS-ID-REQUISICAO
           ELSE
               MOVE ZERO TO WS-ID-REQUISICAO
           END-IF
           MOVE FD-ORD-MODO-ARRED TO WS-MODO-ARRED-EFETIVO
           IF NOT MODOSARRED-VALIDOS
               MOVE WS-MODO-ARRED-PADRAO TO WS-MODO-ARRED-EFETIVO
           END-IF
           MOVE ZERO   TO NUMEROINICIAL
           MOVE SPACE  TO OPERADOR
           MOVE ZERO   TO NUMEROFINAL
           MOVE SPACES TO WS-MOTIVO-REJEICAO

           EVALUATE TRUE
               WHEN MES-CORRENTE-FECHADO
                   MOVE "PERIODO FECHADO" TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-QTD-PERIODO-FECHADO
               WHEN NOT MESTRE-DISPONIVEL
                   MOVE "MESTRE INDISPONIVEL" TO WS-MOTIVO-REJEICAO
               WHEN WS-PROX-ID-AJUSTE > 9999999
                   MOVE "FAIXA DE AJUSTES ESGOTADA" TO
                      WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE WS-ID-REQUISICAO TO FD-MES-ID
                   READ ARQUIVO-MESTRE
                       INVALID KEY
                           MOVE "ID ORIGINAL INEXISTENTE" TO
                              WS-MOTIVO-REJEICAO
                       NOT INVALID KEY
                           PERFORM CONFERE-ORIGINAL-AJUSTE
                   END-READ
           END-EVALUATE

           IF WS-MOTIVO-REJEICAO = SPACES
               IF MOVIMENTO-ESTORNO
                   PERFORM EXECUTA-ESTORNO
               ELSE
                   PERFORM EXECUTA-CORRECAO
               END-IF
           ELSE
               PERFORM REJEITA-AJUSTE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFERE-ORIGINAL-AJUSTE.
           MOVE FD-REGISTRO-MESTRE TO WS-MESTRE-ORIGINAL
           EVALUATE TRUE
               WHEN FD-MES-STATUS NOT = "CALCULADO"
                   MOVE "ORIGINAL NAO AJUSTAVEL" TO WS-MOTIVO-REJEICAO
               WHEN FD-MES-CENTRO NOT = WS-CENTRO-CUSTO
                   MOVE "CENTRO DIFERE DO ORIGINAL" TO
                      WS-MOTIVO-REJEICAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       EXECUTA-ESTORNO.
           MOVE FD-MES-NUMEROINICIAL TO NUMEROINICIAL
           MOVE FD-MES-OPERADOR      TO OPERADOR
           MOVE FD-MES-NUMEROFINAL   TO NUMEROFINAL
           COMPUTE WS-RESULTADO-NUM = ZERO - FD-MES-RESULTADO
           MOVE "S" TO WS-OPERACAO-VALIDA
           MOVE WS-PROX-ID-AJUSTE TO WS-ID-AJUSTE
           ADD 1 TO WS-QTD-ESTORNOS
           PERFORM REGISTRA-OPERACAO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       EXECUTA-CORRECAO.
           MOVE FD-ORD-NUMEROINICIAL TO NUMEROINICIAL
           MOVE FD-ORD-OPERADOR      TO OPERADOR
           MOVE "S" TO WS-OPERANDO-RESOLVIDO
           IF FD-ORD-MARCA-TAXA = "T"
               PERFORM RESOLVE-TAXA
               MOVE FD-ORD-CODIGO-TAXA TO WS-COD-TAXA-USADO
               MOVE NUMEROFINAL        TO WS-VALOR-TAXA-USADO
           ELSE
               MOVE FD-ORD-NUMEROFINAL TO NUMEROFINAL
               MOVE SPACES             TO WS-COD-TAXA-USADO
               MOVE ZERO               TO WS-VALOR-TAXA-USADO
           END-IF
           IF OPERANDO-RESOLVIDO
               MOVE WS-PROX-ID-AJUSTE TO WS-ID-AJUSTE
               PERFORM EXECUTA-OPERACAO
               IF OPERACAO-OK
                   ADD 1 TO WS-QTD-CORRECOES
               END-IF
           ELSE
               PERFORM REJEITA-AJUSTE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * AJUSTE RECUSADO NAO TOCA O MESTRE: O ORIGINAL FICA COMO ESTAVA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REJEITA-AJUSTE.
           MOVE "N" TO WS-OPERACAO-VALIDA
           PERFORM ESCREVE-LOG-REJEITADO
           ADD 1 TO WS-QTD-REJEITADOS
           PERFORM ESCREVE-REJEITO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-SUBTOTAL-CENTRO.
           MOVE WS-CENTRO-ATUAL TO WS-SUB-CC-CODIGO
           MOVE WS-NOME-CENTRO  TO WS-SUB-CC-NOME
           MOVE WS-CC-QTD       TO WS-SUB-CC-QTD-ED
           MOVE WS-CC-TOT       TO WS-SUB-CC-TOT-ED
           PERFORM MONTA-COTA-SUBTOTAL
           WRITE FD-LINHA-SAIDA FROM WS-LINHA-SUBTOTAL-CC
           PERFORM ACUMULA-TABELA-CENTROS.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CENTRO COM COTA TEM NO SUBTOTAL O PERCENTUAL USADO NO MES, A
      * SITUACAO (NORMAL, AVISO OU ESGOTADA) E OS REGISTROS RETIDOS
      * NESTA EXECUCAO; AVISO E ESGOTADA SAO TAMBEM EXIBIDOS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MONTA-COTA-SUBTOTAL.
           MOVE WS-CENTRO-ATUAL TO WS-CENTRO-COTA
           PERFORM LOCALIZA-COTA
           IF WS-IND-COT > WS-QTD-COTAS
               MOVE SPACES TO WS-SUB-CC-COTA
           ELSE
               PERFORM AVALIA-SITUACAO-COTA
               MOVE WS-PCT-USO       TO WS-SCT-PCT-ED
               MOVE WS-SITUACAO-COTA TO WS-SCT-SITUACAO
               MOVE WS-CC-RETIDOS    TO WS-SCT-RETIDOS-ED
               MOVE WS-SUBTOTAL-COTA TO WS-SUB-CC-COTA
               IF WS-SITUACAO-COTA NOT = "NORMAL"
                   DISPLAY "AVISO: CENTRO " WS-CENTRO-ATUAL " COM "
                      WS-SCT-PCT-ED "% DA COTA MENSAL USADOS ("
                      WS-SITUACAO-COTA ")."
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * BUSCA EM CENTROS.DAT O NOME DO DEPARTAMENTO DO CODIGO JA
      * COLOCADO EM FD-CEN-CODIGO. SEM CADASTRO OU SEM O CODIGO, O
                      WS-TAB-CC-CODIGO(WS-QTD-CENTROS)
                   MOVE WS-CC-QTD TO WS-TAB-CC-QTD(WS-QTD-CENTROS)
                   MOVE WS-CC-TOT TO WS-TAB-CC-TOT(WS-QTD-CENTROS)
                   MOVE WS-CC-RETIDOS TO
                      WS-TAB-CC-RETIDOS(WS-QTD-CENTROS)
               ELSE
                   DISPLAY "AVISO: TABELA DE CENTROS DE CUSTO CHEIA. "
                      "CENTRO " WS-CENTRO-ATUAL " FORA DA "
           ELSE
               ADD WS-CC-QTD TO WS-TAB-CC-QTD(WS-IND-CC)
               ADD WS-CC-TOT TO WS-TAB-CC-TOT(WS-IND-CC)
               ADD WS-CC-RETIDOS TO WS-TAB-CC-RETIDOS(WS-IND-CC)
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           END-IF
           IF WS-STATUS-MESTRE = "00"
               MOVE "S" TO WS-MESTRE-DISPONIVEL
               PERFORM DETERMINA-PROXIMO-AJUSTE
           ELSE
               MOVE "N" TO WS-MESTRE-DISPONIVEL
               DISPLAY "AVISO: CALCMEST.DAT INDISPONIVEL (STATUS "
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O PROXIMO ID DE AJUSTE SEGUE O MAIOR ID JA GRAVADO NA FAIXA
      * RESERVADA AOS LANCAMENTOS DE AJUSTE (9000000 EM DIANTE).
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
      * O DIARIO DE ALTERACOES RECEBE A IMAGEM ANTERIOR DE TODO
      * REGISTRO DO MESTRE SOBREPOSTO OU MARCADO POR UM AJUSTE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ABRE-JORNAL.
           OPEN EXTEND ARQUIVO-JORNAL
           IF WS-STATUS-JORNAL NOT = "00"
               OPEN OUTPUT ARQUIVO-JORNAL
           END-IF
           IF WS-STATUS-JORNAL = "00"
               MOVE "S" TO WS-JORNAL-DISPONIVEL
           ELSE
               MOVE "N" TO WS-JORNAL-DISPONIVEL
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR JORNAL.DAT ("
                  "STATUS " WS-STATUS-JORNAL "). ALTERACOES DO "
                  "MESTRE NAO SERAO REGISTRADAS NO DIARIO."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-JORNAL.
           IF JORNAL-DISPONIVEL
               MOVE SPACES TO FD-REGISTRO-JORNAL
               MOVE WS-DATA-FORMATADA TO FD-JRN-DATA
               MOVE WS-HORA-FORMATADA TO FD-JRN-HORA
               MOVE WS-RUN-ID         TO FD-JRN-RUN-ID
               MOVE "CALCULADORA"     TO FD-JRN-PROGRAMA
               MOVE "CALCMEST.DAT"    TO FD-JRN-ARQUIVO
               MOVE WS-JORNAL-CHAVE   TO FD-JRN-CHAVE
               MOVE WS-JORNAL-ACAO    TO FD-JRN-ACAO
               MOVE WS-IMAGEM-ANTES   TO FD-JRN-ANTES
               MOVE WS-IMAGEM-DEPOIS  TO FD-JRN-DEPOIS
               MOVE WS-USUARIO-SESSAO TO FD-JRN-USUARIO
               WRITE FD-REGISTRO-JORNAL
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A TABELA DE TAXAS E OPCIONAL: SEM TAXAS.DAT O LOTE SEGUE
      * NORMALMENTE E APENAS OS REGISTROS QUE PEDEM TAXA SAO
      * DOBRO. A SEGUNDA OCORRENCIA E REJEITADA SEM TOCAR O MESTRE,
      * PRESERVANDO O RESULTADO ORIGINAL. A SOBREPOSICAO DELIBERADA
      * (PARAMETRO DE SOBREPOR ID) E A RESSUBMISSAO DE REJEITOS
      * DISPENSAM A VERIFICACAO, MAS NUNCA SOBREPOEM UM REGISTRO QUE
      * FAZ PARTE DE UMA CADEIA DE ESTORNO OU CORRECAO NEM UM
      * REGISTRO DATADO EM MES JA ENCERRADO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       VERIFICA-ID-DUPLICADO.
           MOVE WS-ID-REQUISICAO TO FD-MES-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MODO-RESSUBMISSAO OR SOBREPOR-ID-SIM
                       IF FD-MES-TIPO-AJUSTE NOT = SPACE OR
                          FD-MES-ID-AJUSTE NOT = ZERO
                           MOVE "S" TO WS-ID-VINCULADO
                       END-IF
                       MOVE FD-MES-DATA TO WS-DATA-TRABALHO
                       PERFORM CONVERTE-DATA
                       MOVE WS-DATA-AAAAMMDD(1:6) TO WS-MES-PESQUISA
                       PERFORM VERIFICA-PERIODO-FECHADO
                   ELSE
                       MOVE "S" TO WS-ID-DUPLICADO
                   END-IF
           END-READ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * PERIODOS.DAT E MANTIDO PELO FATURAMENTO E PELO FECHAMENTO
      * MENSAL. SEM ELE NENHUM MES ESTA ENCERRADO. SE O MES CORRENTE
      * JA FOI ENCERRADO, NADA E LANCADO NESTA EXECUCAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-PERIODOS.
           MOVE ZERO TO WS-QTD-FECHADOS
           OPEN INPUT ARQUIVO-PERIODOS
           IF WS-STATUS-PERIODOS = "00"
               PERFORM UNTIL FIM-ARQUIVO-PERIODOS
                   READ ARQUIVO-PERIODOS
                       AT END
                           MOVE "S" TO WS-EOF-PERIODOS
                       NOT AT END
                           PERFORM CARREGA-LINHA-PERIODO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PERIODOS
           ELSE
               IF WS-STATUS-PERIODOS NOT = "35"
                   DISPLAY "ERRO: NAO FOI POSSIVEL LER PERIODOS.DAT ("
                      "STATUS " WS-STATUS-PERIODOS ")."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM OBTEM-DATA-HORA
           MOVE "N" TO WS-PERIODO-FECHADO
           MOVE WS-HOJE-AAAAMMDD(1:6) TO WS-MES-PESQUISA
           PERFORM VERIFICA-PERIODO-FECHADO
           MOVE WS-PERIODO-FECHADO TO WS-MES-CORRENTE-FECHADO
           IF MES-CORRENTE-FECHADO
               DISPLAY "AVISO: MES " WS-MES-PESQUISA " ENCERRADO. "
                  "NENHUM RESULTADO SERA LANCADO NESTA EXECUCAO."
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-LINHA-PERIODO.
           IF FD-PER-STATUS = "E"
               IF WS-QTD-FECHADOS < 240
                   ADD 1 TO WS-QTD-FECHADOS
                   MOVE FD-PER-MES TO WS-FEC-MES(WS-QTD-FECHADOS)
               ELSE
                   DISPLAY "AVISO: TABELA DE PERIODOS CHEIA. LINHA "
                      "IGNORADA: " FD-REGISTRO-PERIODO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * LIGA WS-PERIODO-FECHADO QUANDO WS-MES-PESQUISA ESTA ENCERRADO;
      * QUEM CHAMA E QUE DESLIGA A CHAVE ANTES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       VERIFICA-PERIODO-FECHADO.
           PERFORM VARYING WS-IND-PER FROM 1 BY 1
               UNTIL WS-IND-PER > WS-QTD-FECHADOS
               IF WS-FEC-MES(WS-IND-PER) = WS-MES-PESQUISA
                   MOVE "S" TO WS-PERIODO-FECHADO
               END-IF
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REJEITA-REGISTRO-DUPLICADO.
           MOVE "N" TO WS-OPERACAO-VALIDA
               WRITE FD-LINHA-EXCECAO FROM WS-LINHA-EXCECAO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * TARIFAS.DAT E OPCIONAL AQUI: SEM ELE OS PRECOS FICAM ZERADOS E
      * SO AS COTAS DE QUANTIDADE SAO VIGIADAS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-TARIFAS.
           MOVE ZERO TO WS-PRECO-PADRAO
           PERFORM VARYING WS-IND-OPER FROM 1 BY 1
               UNTIL WS-IND-OPER > 6
               MOVE ZERO TO WS-PRECO-OPER(WS-IND-OPER)
               MOVE "N"  TO WS-TEM-PRECO-OPER(WS-IND-OPER)
           END-PERFORM

           OPEN INPUT ARQUIVO-TARIFAS
           IF WS-STATUS-TARIFAS = "00"
               PERFORM UNTIL FIM-ARQUIVO-TARIFAS
                   READ ARQUIVO-TARIFAS
                       AT END
                           MOVE "S" TO WS-EOF-TARIFAS
                       NOT AT END
                           PERFORM CARREGA-LINHA-TARIFA
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TARIFAS
           ELSE
               IF WS-STATUS-TARIFAS NOT = "35"
                   DISPLAY "AVISO: TARIFAS.DAT INDISPONIVEL (STATUS "
                      WS-STATUS-TARIFAS "). COTAS DE VALOR NAO SERAO "
                      "VIGIADAS."
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-LINHA-TARIFA.
           IF FD-TAR-PRECO IS NOT NUMERIC
               DISPLAY "AVISO: TARIFA ILEGIVEL IGNORADA: "
                  FD-REGISTRO-TARIFA
           ELSE
               IF FD-TAR-OPERADOR = "="
                   MOVE FD-TAR-PRECO TO WS-PRECO-PADRAO
               ELSE
                   MOVE FD-TAR-OPERADOR TO WS-OPERADOR-LINHA
                   PERFORM INDEXA-OPERADOR
                   IF WS-IND-OPER > ZERO
                       MOVE FD-TAR-PRECO TO WS-PRECO-OPER(WS-IND-OPER)
                       MOVE "S" TO WS-TEM-PRECO-OPER(WS-IND-OPER)
                   ELSE
                       DISPLAY "AVISO: TARIFA COM OPERADOR "
                          "DESCONHECIDO IGNORADA: " FD-REGISTRO-TARIFA
                   END-IF
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INDEXA-OPERADOR.
           EVALUATE WS-OPERADOR-LINHA
               WHEN "+"
                   MOVE 1 TO WS-IND-OPER
               WHEN "-"
                   MOVE 2 TO WS-IND-OPER
               WHEN "*"
                   MOVE 3 TO WS-IND-OPER
               WHEN "/"
                   MOVE 4 TO WS-IND-OPER
               WHEN "%"
                   MOVE 5 TO WS-IND-OPER
               WHEN "#"
                   MOVE 6 TO WS-IND-OPER
               WHEN OTHER
                   MOVE ZERO TO WS-IND-OPER
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * PRECO DE UMA OPERACAO DO OPERADOR EM WS-OPERADOR-LINHA, COMO NO
      * FATURAMENTO: TARIFA PROPRIA OU, SEM ELA, O PRECO PADRAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       OBTEM-PRECO-OPERADOR.
           PERFORM INDEXA-OPERADOR
           MOVE WS-PRECO-PADRAO TO WS-PRECO-EFETIVO
           IF WS-IND-OPER > ZERO
               IF WS-TEM-PRECO-OPER(WS-IND-OPER) = "S"
                   MOVE WS-PRECO-OPER(WS-IND-OPER) TO WS-PRECO-EFETIVO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CARREGA AS COTAS DE CENTROS.DAT E APURA NO MESTRE O QUE CADA
      * CENTRO JA USOU NO MES. O USO E APURADO DE NOVO A CADA
      * EXECUCAO, INCLUSIVE NA RETOMADA, POIS O MESTRE JA TEM TUDO O
      * QUE FOI GRAVADO ANTES DA QUEDA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-COTAS.
           MOVE ZERO TO WS-QTD-COTAS
           MOVE WS-HOJE-AAAAMMDD(1:6) TO WS-MES-CORRENTE
           IF CENTROS-DISPONIVEL
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
                           PERFORM CARREGA-LINHA-COTA
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-CENTROS
           END-IF

           IF WS-QTD-COTAS > ZERO AND MESTRE-DISPONIVEL
               PERFORM APURA-USO-MES
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-LINHA-COTA.
           IF FD-CEN-COTA-QTD IS NUMERIC AND
              FD-CEN-COTA-VALOR IS NUMERIC
               IF FD-CEN-COTA-QTD > ZERO OR FD-CEN-COTA-VALOR > ZERO
                   IF WS-QTD-COTAS < 200
                       ADD 1 TO WS-QTD-COTAS
                       MOVE WS-QTD-COTAS TO WS-IND-COT
                       MOVE FD-CEN-CODIGO TO WS-COT-CODIGO(WS-IND-COT)
                       MOVE FD-CEN-COTA-QTD TO WS-COT-QTD(WS-IND-COT)
                       MOVE FD-CEN-COTA-VALOR TO
                          WS-COT-VALOR(WS-IND-COT)
                       IF FD-CEN-PCT-AVISO IS NUMERIC AND
                          FD-CEN-PCT-AVISO > ZERO
                           MOVE FD-CEN-PCT-AVISO TO
                              WS-COT-PCT-AVISO(WS-IND-COT)
                       ELSE
                           MOVE 80 TO WS-COT-PCT-AVISO(WS-IND-COT)
                       END-IF
                       MOVE ZERO TO WS-COT-USO-QTD(WS-IND-COT)
                       MOVE ZERO TO WS-COT-USO-VALOR(WS-IND-COT)
                       MOVE "N"  TO WS-COT-ESGOTADA(WS-IND-COT)
                   ELSE
                       DISPLAY "AVISO: TABELA DE COTAS CHEIA. CENTRO "
                          FD-CEN-CODIGO " SEM CONTROLE DE COTA."
                   END-IF
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * USO DO MES PELAS MESMAS REGRAS DO FATURAMENTO: CADA CALCULO
      * DATADO NO MES CONTA UMA VEZ, O ESTORNO DEVOLVE UMA OPERACAO NO
      * OPERADOR DO ORIGINAL, A CORRECAO NAO E COBRADA E O REJEITADO
      * NAO CONTA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       APURA-USO-MES.
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
                               PERFORM ACUMULA-USO-MESTRE
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-MESTRE
           END-START.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ACUMULA-USO-MESTRE.
           MOVE SPACES TO WS-MES-REGISTRO
           STRING FD-MES-DATA(7:4) FD-MES-DATA(4:2)
               DELIMITED BY SIZE INTO WS-MES-REGISTRO
           IF WS-MES-REGISTRO = WS-MES-CORRENTE AND
              FD-MES-STATUS NOT = "REJEITADO" AND
              FD-MES-TIPO-AJUSTE NOT = "C"
               MOVE FD-MES-CENTRO TO WS-CENTRO-COTA
               PERFORM LOCALIZA-COTA
               IF WS-IND-COT NOT > WS-QTD-COTAS
                   MOVE FD-MES-OPERADOR    TO WS-OPERADOR-LINHA
                   MOVE FD-MES-TIPO-AJUSTE TO WS-TIPO-USO
                   PERFORM LANCA-USO-COTA
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * DEIXA EM WS-IND-COT A POSICAO DO CENTRO WS-CENTRO-COTA NA
      * TABELA DE COTAS, OU WS-QTD-COTAS + 1 QUANDO NAO HA COTA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LOCALIZA-COTA.
           PERFORM VARYING WS-IND-COT FROM 1 BY 1
               UNTIL WS-IND-COT > WS-QTD-COTAS OR
                     WS-COT-CODIGO(WS-IND-COT) = WS-CENTRO-COTA
               CONTINUE
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LANCA-USO-COTA.
           PERFORM OBTEM-PRECO-OPERADOR
           IF USO-ESTORNADO
               SUBTRACT 1 FROM WS-COT-USO-QTD(WS-IND-COT)
               SUBTRACT WS-PRECO-EFETIVO FROM
                  WS-COT-USO-VALOR(WS-IND-COT)
           ELSE
               ADD 1 TO WS-COT-USO-QTD(WS-IND-COT)
               ADD WS-PRECO-EFETIVO TO WS-COT-USO-VALOR(WS-IND-COT)
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CALCULO OU ESTORNO ACEITO NESTA EXECUCAO ENTRA NO USO DO MES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ATUALIZA-USO-COTA.
           MOVE WS-CENTRO-CUSTO TO WS-CENTRO-COTA
           PERFORM LOCALIZA-COTA
           IF WS-IND-COT NOT > WS-QTD-COTAS
               MOVE OPERADOR          TO WS-OPERADOR-LINHA
               MOVE WS-TIPO-MOVIMENTO TO WS-TIPO-USO
               PERFORM LANCA-USO-COTA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COTA ESGOTADA: A QUANTIDADE DO MES JA FOI ATINGIDA OU O PRECO
      * DESTE CALCULO PASSARIA DO TETO DE VALOR. A PARTIR DO PRIMEIRO
      * REGISTRO RETIDO, TODO O RESTANTE DO CENTRO FICA RETIDO.
      * ESTORNOS E CORRECOES NAO CONSOMEM COTA E SEGUEM PROCESSADOS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       VERIFICA-COTA-CENTRO.
           MOVE WS-CENTRO-CUSTO TO WS-CENTRO-COTA
           PERFORM LOCALIZA-COTA
           IF WS-IND-COT NOT > WS-QTD-COTAS
               MOVE FD-ORD-OPERADOR TO WS-OPERADOR-LINHA
               PERFORM OBTEM-PRECO-OPERADOR
               IF WS-COT-QTD(WS-IND-COT) > ZERO AND
                  WS-COT-USO-QTD(WS-IND-COT) NOT <
                     WS-COT-QTD(WS-IND-COT)
                   MOVE "S" TO WS-COT-ESGOTADA(WS-IND-COT)
               END-IF
               IF WS-COT-VALOR(WS-IND-COT) > ZERO AND
                  WS-COT-USO-VALOR(WS-IND-COT) + WS-PRECO-EFETIVO >
                     WS-COT-VALOR(WS-IND-COT)
                   MOVE "S" TO WS-COT-ESGOTADA(WS-IND-COT)
               END-IF
               MOVE WS-COT-ESGOTADA(WS-IND-COT) TO WS-COTA-ESGOTADA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * PERCENTUAL DA COTA JA USADO (O MAIOR ENTRE QUANTIDADE E VALOR)
      * E SITUACAO DO CENTRO EM WS-IND-COT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       AVALIA-SITUACAO-COTA.
           MOVE ZERO TO WS-PCT-USO
           IF WS-COT-QTD(WS-IND-COT) > ZERO AND
              WS-COT-USO-QTD(WS-IND-COT) > ZERO
               COMPUTE WS-PCT-USO = WS-COT-USO-QTD(WS-IND-COT) * 100
                  / WS-COT-QTD(WS-IND-COT)
           END-IF
           IF WS-COT-VALOR(WS-IND-COT) > ZERO AND
              WS-COT-USO-VALOR(WS-IND-COT) > ZERO
               COMPUTE WS-PCT-USO-VALOR =
                  WS-COT-USO-VALOR(WS-IND-COT) * 100
                  / WS-COT-VALOR(WS-IND-COT)
               IF WS-PCT-USO-VALOR > WS-PCT-USO
                   MOVE WS-PCT-USO-VALOR TO WS-PCT-USO
               END-IF
           END-IF
           IF WS-PCT-USO > 99999
               MOVE 99999 TO WS-PCT-USO
           END-IF

           EVALUATE TRUE
               WHEN WS-COT-ESGOTADA(WS-IND-COT) = "S"
                   MOVE "ESGOTADA" TO WS-SITUACAO-COTA
               WHEN WS-PCT-USO NOT < 100
                   MOVE "ESGOTADA" TO WS-SITUACAO-COTA
               WHEN WS-PCT-USO NOT < WS-COT-PCT-AVISO(WS-IND-COT)
                   MOVE "AVISO" TO WS-SITUACAO-COTA
               WHEN OTHER
                   MOVE "NORMAL" TO WS-SITUACAO-COTA
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O REGISTRO RETIDO NAO E CALCULADO NEM GRAVADO NO MESTRE OU NO
      * LOG: VAI COM OS BYTES ORIGINAIS PARA O ARQUIVO DE SUSPENSOS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       RETEM-REGISTRO-COTA.
           IF NOT SUSPENSO-ABERTO
               PERFORM ABRE-SUSPENSO
           END-IF
           IF SUSPENSO-ABERTO
               MOVE FD-AREA-ORDENADO TO FD-REGISTRO-SUSPENSO
               MOVE SPACES TO FD-REGISTRO-SUSPENSO(78:3)
               WRITE FD-REGISTRO-SUSPENSO
               IF FD-AREA-ORDENADO(2:7) IS NUMERIC
                   MOVE FD-AREA-ORDENADO(2:7) TO WS-NUM-INICIAL-TRAB-X
                   ADD WS-NUM-INICIAL-TRAB TO WS-HASH-SUSPENSO
               END-IF
           END-IF
           ADD 1 TO WS-QTD-RETIDOS
           ADD 1 TO WS-CC-RETIDOS.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O ARQUIVO DE SUSPENSOS SO E CRIADO NO PRIMEIRO REGISTRO RETIDO.
      * NA RETOMADA COM RETIDOS JA GRAVADOS, CONTINUA O ARQUIVO DA
      * EXECUCAO INTERROMPIDA, QUE JA TEM O CABECALHO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ABRE-SUSPENSO.
           IF WS-QTD-RETIDOS > ZERO
               OPEN EXTEND ARQUIVO-SUSPENSO
           ELSE
               OPEN OUTPUT ARQUIVO-SUSPENSO
               IF WS-STATUS-SUSPENSO = "00"
                   MOVE SPACES TO FD-SUSPENSO-CABECALHO
                   MOVE "H" TO FD-SUS-CAB-TIPO
                   IF WS-LOTE-DATA NOT = SPACES
                       MOVE WS-LOTE-DATA TO FD-SUS-CAB-DATA
                   ELSE
                       MOVE WS-DATA-FORMATADA TO FD-SUS-CAB-DATA
                   END-IF
                   MOVE WS-LOTE-DEPTO TO FD-SUS-CAB-DEPTO
                   WRITE FD-SUSPENSO-CABECALHO
               END-IF
           END-IF

           IF WS-STATUS-SUSPENSO = "00"
               MOVE "S" TO WS-SUSPENSO-ABERTO
           ELSE
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR "
                  WS-NOME-ARQ-SUSPENSO " (STATUS "
                  WS-STATUS-SUSPENSO "). REGISTROS RETIDOS FICAM SO "
                  "NA ENTRADA."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O TRAILER DOS SUSPENSOS SEGUE O DO LOTE: CONTAGEM DE DETALHES
      * E HASH DOS NUMEROS INICIAIS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FECHA-SUSPENSO.
           IF SUSPENSO-ABERTO
               MOVE SPACES TO FD-SUSPENSO-TRAILER
               MOVE "T" TO FD-SUS-TRL-TIPO
               MOVE WS-QTD-RETIDOS   TO FD-SUS-TRL-CONTAGEM
               MOVE WS-HASH-SUSPENSO TO FD-SUS-TRL-HASH
               WRITE FD-SUSPENSO-TRAILER
               CLOSE ARQUIVO-SUSPENSO
               MOVE "N" TO WS-SUSPENSO-ABERTO
               DISPLAY "AVISO: " WS-QTD-RETIDOS " REGISTROS RETIDOS "
                  "POR COTA EM " WS-NOME-ARQ-SUSPENSO "."
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-MESTRE.
           MOVE WS-ID-REQUISICAO  TO FD-MES-ID
               MOVE ZERO TO FD-MES-RESULTADO
               MOVE "REJEITADO" TO FD-MES-STATUS
           END-IF
           MOVE WS-CENTRO-CUSTO   TO FD-MES-CENTRO
           MOVE SPACE             TO FD-MES-TIPO-AJUSTE
           MOVE ZERO              TO FD-MES-ID-ORIGEM
           MOVE ZERO              TO FD-MES-ID-AJUSTE
           MOVE WS-COD-TAXA-USADO TO FD-MES-COD-TAXA
           MOVE WS-VALOR-TAXA-USADO TO FD-MES-VALOR-TAXA
           MOVE WS-MODO-ARRED-EFETIVO TO FD-MES-MODO-ARRED
           MOVE WS-USUARIO-SESSAO TO FD-MES-USUARIO
           WRITE FD-REGISTRO-MESTRE
               INVALID KEY
                   PERFORM SOBREPOE-MESTRE
           END-WRITE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SOBREPOSICAO DE UM ID JA GRAVADO (RESSUBMISSAO OU PARAMETRO DE
      * SOBREPOR ID): A IMAGEM ANTERIOR E RELIDA PARA O DIARIO DE
      * ALTERACOES ANTES DE SER SUBSTITUIDA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SOBREPOE-MESTRE.
           MOVE FD-REGISTRO-MESTRE TO WS-IMAGEM-DEPOIS
           READ ARQUIVO-MESTRE
               INVALID KEY
                   MOVE SPACES TO WS-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE FD-REGISTRO-MESTRE TO WS-IMAGEM-ANTES
           END-READ
           MOVE WS-IMAGEM-DEPOIS TO FD-REGISTRO-MESTRE
           REWRITE FD-REGISTRO-MESTRE
           MOVE FD-MES-ID      TO WS-JORNAL-CHAVE
           MOVE "SOBREPOSICAO" TO WS-JORNAL-ACAO
           PERFORM GRAVA-JORNAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * GRAVA O LANCAMENTO DE AJUSTE COM O ID RESERVADO E SO ENTAO
      * MARCA O ORIGINAL COMO REVERTIDO OU CORRIGIDO, APONTANDO PARA
      * O AJUSTE. O DIARIO RECEBE A INCLUSAO DO AJUSTE E A ALTERACAO
      * DO ORIGINAL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-AJUSTE-MESTRE.
           MOVE WS-MESTRE-ORIGINAL TO FD-REGISTRO-MESTRE
           MOVE WS-ID-AJUSTE      TO FD-MES-ID
           MOVE WS-DATA-FORMATADA TO FD-MES-DATA
           MOVE WS-HORA-FORMATADA TO FD-MES-HORA
           MOVE NUMEROINICIAL     TO FD-MES-NUMEROINICIAL
           MOVE OPERADOR          TO FD-MES-OPERADOR
           MOVE NUMEROFINAL       TO FD-MES-NUMEROFINAL
           MOVE WS-RESULTADO-NUM  TO FD-MES-RESULTADO
           IF MOVIMENTO-ESTORNO
               MOVE "ESTORNO" TO FD-MES-STATUS
           ELSE
               MOVE "CALCULADO" TO FD-MES-STATUS
           END-IF
           MOVE WS-CENTRO-CUSTO   TO FD-MES-CENTRO
           MOVE WS-TIPO-MOVIMENTO TO FD-MES-TIPO-AJUSTE
           MOVE WS-ID-REQUISICAO  TO FD-MES-ID-ORIGEM
           MOVE ZERO              TO FD-MES-ID-AJUSTE
           MOVE WS-USUARIO-SESSAO TO FD-MES-USUARIO
      * O ESTORNO HERDA DO ORIGINAL A TAXA E O ARREDONDAMENTO; A
      * CORRECAO GRAVA OS QUE USOU NO NOVO CALCULO.
           IF MOVIMENTO-CORRECAO
               MOVE WS-COD-TAXA-USADO     TO FD-MES-COD-TAXA
               MOVE WS-VALOR-TAXA-USADO   TO FD-MES-VALOR-TAXA
               MOVE WS-MODO-ARRED-EFETIVO TO FD-MES-MODO-ARRED
           END-IF
           WRITE FD-REGISTRO-MESTRE
               INVALID KEY
                   DISPLAY "ERRO: ID DE AJUSTE " WS-ID-AJUSTE
                      " JA EXISTE EM CALCMEST.DAT (STATUS "
                      WS-STATUS-MESTRE ")."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-PROX-ID-AJUSTE
                   MOVE WS-ID-AJUSTE       TO WS-JORNAL-CHAVE
                   MOVE SPACES             TO WS-IMAGEM-ANTES
                   MOVE FD-REGISTRO-MESTRE TO WS-IMAGEM-DEPOIS
                   MOVE "INCLUSAO"         TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
                   MOVE WS-MESTRE-ORIGINAL TO FD-REGISTRO-MESTRE
                   IF MOVIMENTO-ESTORNO
                       MOVE "REVERTIDO" TO FD-MES-STATUS
                   ELSE
                       MOVE "CORRIGIDO" TO FD-MES-STATUS
                   END-IF
                   MOVE WS-ID-AJUSTE TO FD-MES-ID-AJUSTE
                   REWRITE FD-REGISTRO-MESTRE
                   MOVE FD-MES-ID          TO WS-JORNAL-CHAVE
                   MOVE WS-MESTRE-ORIGINAL TO WS-IMAGEM-ANTES
                   MOVE FD-REGISTRO-MESTRE TO WS-IMAGEM-DEPOIS
                   MOVE WS-DESCRICAO-AJUSTE TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
           END-WRITE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   MOVE FD-CKPT-CC-QTD          TO WS-CC-QTD
                   MOVE FD-CKPT-CC-TOT          TO WS-CC-TOT
                   MOVE FD-CKPT-QTD-CENTROS     TO WS-QTD-CENTROS
                   MOVE FD-CKPT-QTD-ESTORNOS    TO WS-QTD-ESTORNOS
                   MOVE FD-CKPT-QTD-CORRECOES   TO WS-QTD-CORRECOES
                   MOVE FD-CKPT-QTD-PER-FECHADO TO
                      WS-QTD-PERIODO-FECHADO
                   MOVE FD-CKPT-QTD-RETIDOS     TO WS-QTD-RETIDOS
                   MOVE FD-CKPT-HASH-SUSPENSO   TO WS-HASH-SUSPENSO
                   MOVE FD-CKPT-CC-RETIDOS      TO WS-CC-RETIDOS
      * OS RETIDOS ANTES DA QUEDA CONTINUAM NO ARQUIVO DE SUSPENSOS
      * DA EXECUCAO INTERROMPIDA.
                   IF FD-CKPT-ARQ-SUSPENSO NOT = SPACES
                       MOVE FD-CKPT-ARQ-SUSPENSO TO
                          WS-NOME-ARQ-SUSPENSO
                   END-IF
                   PERFORM VARYING WS-IND-CC FROM 1 BY 1
                       UNTIL WS-IND-CC > WS-QTD-CENTROS
                       MOVE FD-CKPT-TAB-CC-CODIGO(WS-IND-CC) TO
                          WS-TAB-CC-QTD(WS-IND-CC)
                       MOVE FD-CKPT-TAB-CC-TOT(WS-IND-CC) TO
                          WS-TAB-CC-TOT(WS-IND-CC)
                       MOVE FD-CKPT-TAB-CC-RETIDOS(WS-IND-CC) TO
                          WS-TAB-CC-RETIDOS(WS-IND-CC)
                   END-PERFORM
      * A TABELA DE ARQUIVOS DE ORIGEM JA FOI REMONTADA PELA PASSAGEM
      * PREVIA; DO CHECKPOINT VEM SO O QUE CADA UM JA RENDEU.
                   MOVE FD-CKPT-ARQ-ATUAL       TO WS-ARQ-ATUAL
                   MOVE FD-CKPT-INI-OPERACOES   TO WS-INI-OPERACOES
                   MOVE FD-CKPT-INI-REJEITADOS  TO WS-INI-REJEITADOS
                   MOVE FD-CKPT-INI-RETIDOS     TO WS-INI-RETIDOS
                   MOVE FD-CKPT-INI-TOTAL       TO WS-INI-TOTAL
                   PERFORM VARYING WS-IND-ARQ FROM 1 BY 1
                       UNTIL WS-IND-ARQ > WS-QTD-ARQUIVOS
                       MOVE FD-CKPT-ARQ-CALCULADOS(WS-IND-ARQ) TO
                          WS-ARQ-CALCULADOS(WS-IND-ARQ)
                       MOVE FD-CKPT-ARQ-REJEITADOS(WS-IND-ARQ) TO
                          WS-ARQ-REJEITADOS(WS-IND-ARQ)
                       MOVE FD-CKPT-ARQ-RETIDOS(WS-IND-ARQ) TO
                          WS-ARQ-RETIDOS(WS-IND-ARQ)
                       MOVE FD-CKPT-ARQ-TOTAL(WS-IND-ARQ) TO
                          WS-ARQ-TOTAL(WS-IND-ARQ)
                   END-PERFORM
           END-READ
           CLOSE ARQUIVO-CHECKPOINT.
           MOVE WS-CC-QTD             TO FD-CKPT-CC-QTD
           MOVE WS-CC-TOT             TO FD-CKPT-CC-TOT
           MOVE WS-QTD-CENTROS        TO FD-CKPT-QTD-CENTROS
           MOVE WS-QTD-ESTORNOS       TO FD-CKPT-QTD-ESTORNOS
           MOVE WS-QTD-CORRECOES      TO FD-CKPT-QTD-CORRECOES
           MOVE WS-QTD-PERIODO-FECHADO TO FD-CKPT-QTD-PER-FECHADO
           MOVE WS-QTD-RETIDOS        TO FD-CKPT-QTD-RETIDOS
           MOVE WS-HASH-SUSPENSO      TO FD-CKPT-HASH-SUSPENSO
           MOVE WS-NOME-ARQ-SUSPENSO  TO FD-CKPT-ARQ-SUSPENSO
           MOVE WS-CC-RETIDOS         TO FD-CKPT-CC-RETIDOS
           PERFORM VARYING WS-IND-CC FROM 1 BY 1
               UNTIL WS-IND-CC > WS-QTD-CENTROS
               MOVE WS-TAB-CC-CODIGO(WS-IND-CC) TO
                  FD-CKPT-TAB-CC-QTD(WS-IND-CC)
               MOVE WS-TAB-CC-TOT(WS-IND-CC) TO
                  FD-CKPT-TAB-CC-TOT(WS-IND-CC)
               MOVE WS-TAB-CC-RETIDOS(WS-IND-CC) TO
                  FD-CKPT-TAB-CC-RETIDOS(WS-IND-CC)
           END-PERFORM
           MOVE WS-ARQ-ATUAL          TO FD-CKPT-ARQ-ATUAL
           MOVE WS-INI-OPERACOES      TO FD-CKPT-INI-OPERACOES
           MOVE WS-INI-REJEITADOS     TO FD-CKPT-INI-REJEITADOS
           MOVE WS-INI-RETIDOS        TO FD-CKPT-INI-RETIDOS
           MOVE WS-INI-TOTAL          TO FD-CKPT-INI-TOTAL
           PERFORM VARYING WS-IND-ARQ FROM 1 BY 1
               UNTIL WS-IND-ARQ > WS-QTD-ARQUIVOS
               MOVE WS-ARQ-CALCULADOS(WS-IND-ARQ) TO
                  FD-CKPT-ARQ-CALCULADOS(WS-IND-ARQ)
               MOVE WS-ARQ-REJEITADOS(WS-IND-ARQ) TO
                  FD-CKPT-ARQ-REJEITADOS(WS-IND-ARQ)
               MOVE WS-ARQ-RETIDOS(WS-IND-ARQ) TO
                  FD-CKPT-ARQ-RETIDOS(WS-IND-ARQ)
               MOVE WS-ARQ-TOTAL(WS-IND-ARQ) TO
                  FD-CKPT-ARQ-TOTAL(WS-IND-ARQ)
           END-PERFORM
           WRITE FD-REGISTRO-CHECKPOINT
           CLOSE ARQUIVO-CHECKPOINT.

           END-EVALUATE

           PERFORM REGISTRA-OPERACAO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * LANCA O CALCULO JA FEITO (OU O ESTORNO) NOS TOTAIS, NO
      * RELATORIO, NO LOG E NO MESTRE; A REJEICAO VAI PARA O LOG E
      * PARA O ARQUIVO DE REJEITOS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REGISTRA-OPERACAO.
           IF OPERACAO-OK
               MOVE WS-RESULTADO-NUM TO RESULTADO
               ADD WS-RESULTADO-NUM TO WS-TOTAL-GERAL
                   ADD WS-RESULTADO-NUM TO WS-CC-TOT
               END-IF
               PERFORM ACUMULA-ESTATISTICAS
               IF (MODO-LOTE OR MODO-RESSUBMISSAO) AND
                  WS-QTD-COTAS > ZERO AND NOT MOVIMENTO-CORRECAO
                   PERFORM ATUALIZA-USO-COTA
               END-IF
               MOVE "N" TO WS-LIMITE-EXCEDIDO
               IF (MODO-LOTE OR MODO-RESSUBMISSAO) AND
                  WS-QTD-LIMITES > ZERO AND NOT MOVIMENTO-ESTORNO
                   PERFORM VERIFICA-LIMITES
               END-IF
               PERFORM ESCREVE-LINHA-RELATORIO
               PERFORM ESCREVE-LOG
               IF MESTRE-DISPONIVEL
                   IF MOVIMENTO-AJUSTE
                       PERFORM GRAVA-AJUSTE-MESTRE
                   ELSE
                       PERFORM GRAVA-MESTRE
                   END-IF
               END-IF
           ELSE
               PERFORM ESCREVE-LOG-REJEITADO
               IF MODO-LOTE OR MODO-RESSUBMISSAO
                   ADD 1 TO WS-QTD-REJEITADOS
                   PERFORM ESCREVE-REJEITO
                   IF MESTRE-DISPONIVEL AND NOT MOVIMENTO-AJUSTE
                       PERFORM GRAVA-MESTRE
                   END-IF
               END-IF
           MOVE SPACES TO FD-REGISTRO-REJEITO
           MOVE FD-AREA-ORDENADO(1:34) TO FD-REJ-DADOS
           MOVE WS-MOTIVO-REJEICAO TO FD-REJ-MOTIVO
           MOVE FD-ORD-TIPO-MOVIMENTO TO FD-REJ-TIPO-MOVIMENTO
           WRITE FD-REGISTRO-REJEITO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ELSE
               MOVE SPACE TO WS-REL-FLAG-LIMITE
           END-IF
           MOVE WS-DESCRICAO-AJUSTE TO WS-REL-AJUSTE
           IF MOVIMENTO-AJUSTE
               MOVE WS-ID-AJUSTE TO WS-REL-ID-AJUSTE
           ELSE
               MOVE SPACES TO WS-REL-ID-AJUSTE
           END-IF
           MOVE NUMEROINICIAL   TO WS-REL-NUM-INICIAL
           MOVE OPERADOR        TO WS-REL-OPERADOR
           MOVE NUMEROFINAL     TO WS-REL-NUM-FINAL
           END-IF
           WRITE FD-LINHA-SAIDA FROM WS-LINHA-DUP

           MOVE WS-QTD-ESTORNOS  TO WS-AJU-ESTORNOS-ED
           MOVE WS-QTD-CORRECOES TO WS-AJU-CORRECOES-ED
           WRITE FD-LINHA-SAIDA FROM WS-LINHA-AJUSTES

           MOVE WS-QTD-PERIODO-FECHADO TO WS-PFE-QTD-ED
           WRITE FD-LINHA-SAIDA FROM WS-LINHA-PERIODO-FECHADO

           MOVE WS-QTD-RETIDOS TO WS-RET-QTD-ED
           IF WS-QTD-RETIDOS > ZERO
               MOVE WS-NOME-ARQ-SUSPENSO TO WS-RET-ARQUIVO
           ELSE
               MOVE SPACES TO WS-RET-ARQUIVO
           END-IF
           WRITE FD-LINHA-SAIDA FROM WS-LINHA-RETIDOS

           PERFORM ESCREVE-RECAP-CENTROS

           IF WS-QTD-COTAS > ZERO
               PERFORM ESCREVE-CONTROLE-COTAS
           END-IF

           IF MODO-MANIFESTO
               PERFORM ESCREVE-RESUMO-ARQUIVOS
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * UMA LINHA POR ARQUIVO DE ORIGEM DO MANIFESTO; O TOTAL GERAL
      * DO RELATORIO E O CONSOLIDADO DE TODOS ELES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-RESUMO-ARQUIVOS.
           WRITE FD-LINHA-SAIDA FROM WS-LINHA-RESUMO-ARQ-TITULO
           WRITE FD-LINHA-SAIDA FROM WS-LINHA-RESUMO-ARQ-CAB
           PERFORM VARYING WS-IND-ARQ FROM 1 BY 1
               UNTIL WS-IND-ARQ > WS-QTD-ARQUIVOS
               MOVE WS-IND-ARQ                      TO WS-RAQ-SEQ
               MOVE WS-ARQ-NOME(WS-IND-ARQ)         TO WS-RAQ-NOME
               MOVE WS-ARQ-DEPTO(WS-IND-ARQ)        TO WS-RAQ-DEPTO
               MOVE WS-ARQ-DETALHES(WS-IND-ARQ)     TO
                  WS-RAQ-DETALHES-ED
               MOVE WS-ARQ-CALCULADOS(WS-IND-ARQ)   TO
                  WS-RAQ-CALCULADOS-ED
               MOVE WS-ARQ-REJEITADOS(WS-IND-ARQ)   TO
                  WS-RAQ-REJEITADOS-ED
               MOVE WS-ARQ-RETIDOS(WS-IND-ARQ)      TO
                  WS-RAQ-RETIDOS-ED
               MOVE WS-ARQ-TOTAL(WS-IND-ARQ)        TO WS-RAQ-TOTAL-ED
               WRITE FD-LINHA-SAIDA FROM WS-LINHA-RESUMO-ARQ
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * ABERTURA E FECHAMENTO DA SECAO DE UM ARQUIVO DE ORIGEM NO
      * RELATORIO. O QUE O ARQUIVO RENDEU E A DIFERENCA DOS CONTADORES
      * GERAIS ENTRE A ABERTURA E O FECHAMENTO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ABRE-ARQUIVO-ORIGEM.
           MOVE FD-ORD-SEQ-ARQUIVO TO WS-ARQ-ATUAL
           MOVE WS-QTD-OPERACOES   TO WS-INI-OPERACOES
           MOVE WS-QTD-REJEITADOS  TO WS-INI-REJEITADOS
           MOVE WS-QTD-RETIDOS     TO WS-INI-RETIDOS
           MOVE WS-TOTAL-GERAL     TO WS-INI-TOTAL
           PERFORM ESCREVE-CABECALHO-ARQ-ORIGEM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * NA RETOMADA, O CABECALHO DO ARQUIVO EM CURSO E REPETIDO NO
      * RELATORIO DA NOVA EXECUCAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-CABECALHO-ARQ-ORIGEM.
           MOVE WS-ARQ-ATUAL                TO WS-AOR-SEQ
           MOVE WS-ARQ-NOME(WS-ARQ-ATUAL)   TO WS-AOR-NOME
           MOVE WS-ARQ-DEPTO(WS-ARQ-ATUAL)  TO WS-AOR-DEPTO
           MOVE WS-ARQ-DATA(WS-ARQ-ATUAL)   TO WS-AOR-DATA
           WRITE FD-LINHA-SAIDA FROM WS-LINHA-ARQ-ORIGEM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FECHA-ARQUIVO-ORIGEM.
           COMPUTE WS-ARQ-CALCULADOS(WS-ARQ-ATUAL) =
              WS-QTD-OPERACOES - WS-INI-OPERACOES
           COMPUTE WS-ARQ-REJEITADOS(WS-ARQ-ATUAL) =
              WS-QTD-REJEITADOS - WS-INI-REJEITADOS
           COMPUTE WS-ARQ-RETIDOS(WS-ARQ-ATUAL) =
              WS-QTD-RETIDOS - WS-INI-RETIDOS
           COMPUTE WS-ARQ-TOTAL(WS-ARQ-ATUAL) =
              WS-TOTAL-GERAL - WS-INI-TOTAL
           MOVE WS-ARQ-ATUAL                    TO WS-SAQ-SEQ
           MOVE WS-ARQ-CALCULADOS(WS-ARQ-ATUAL) TO WS-SAQ-CALCULADOS-ED
           MOVE WS-ARQ-REJEITADOS(WS-ARQ-ATUAL) TO WS-SAQ-REJEITADOS-ED
           MOVE WS-ARQ-RETIDOS(WS-ARQ-ATUAL)    TO WS-SAQ-RETIDOS-ED
           MOVE WS-ARQ-TOTAL(WS-ARQ-ATUAL)      TO WS-SAQ-TOTAL-ED
           WRITE FD-LINHA-SAIDA FROM WS-LINHA-SUBTOTAL-ARQ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * NO FIM DO LOTE, OS ARQUIVOS DO MANIFESTO QUE A CRITICA DEIXOU
      * VALIDADOS E ENTRARAM NESTA EXECUCAO PASSAM A PROCESSADO, COM
      * O RUN-ID. O MANIFESTO E REGRAVADO INTEIRO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ATUALIZA-MANIFESTO.
           MOVE ZERO TO WS-QTD-MANIFESTO
           MOVE "N" TO WS-EOF-MANIFESTO
           MOVE "N" TO WS-MANIFESTO-EXCEDIDO
           OPEN INPUT ARQUIVO-MANIFESTO
           IF WS-STATUS-MANIFESTO NOT = "00"
               DISPLAY "AVISO: NAO FOI POSSIVEL ABRIR O MANIFESTO "
                  WS-NOME-ARQ-MANIFESTO " (STATUS "
                  WS-STATUS-MANIFESTO "). SITUACAO NAO ATUALIZADA."
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL FIM-ARQUIVO-MANIFESTO
                   READ ARQUIVO-MANIFESTO
                       AT END
                           MOVE "S" TO WS-EOF-MANIFESTO
                       NOT AT END
                           PERFORM CARREGA-LINHA-MANIFESTO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MANIFESTO

               IF MANIFESTO-EXCEDIDO
                   DISPLAY "AVISO: MANIFESTO " WS-NOME-ARQ-MANIFESTO
                      " COM MAIS DE 20 ARQUIVOS. SITUACAO NAO "
                      "ATUALIZADA."
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM VARYING WS-IND-MAN FROM 1 BY 1
                       UNTIL WS-IND-MAN > WS-QTD-MANIFESTO
                       PERFORM MARCA-ARQUIVO-PROCESSADO
                   END-PERFORM

                   OPEN OUTPUT ARQUIVO-MANIFESTO
                   PERFORM VARYING WS-IND-MAN FROM 1 BY 1
                       UNTIL WS-IND-MAN > WS-QTD-MANIFESTO
                       WRITE FD-REGISTRO-MANIFESTO FROM
                          WS-MAN-ENTRADA(WS-IND-MAN)
                   END-PERFORM
                   CLOSE ARQUIVO-MANIFESTO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-LINHA-MANIFESTO.
           IF FD-REGISTRO-MANIFESTO NOT = SPACES
               IF WS-QTD-MANIFESTO < 20
                   ADD 1 TO WS-QTD-MANIFESTO
                   MOVE FD-REGISTRO-MANIFESTO TO
                      WS-MAN-ENTRADA(WS-QTD-MANIFESTO)
               ELSE
                   MOVE "S" TO WS-MANIFESTO-EXCEDIDO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MARCA-ARQUIVO-PROCESSADO.
           IF WS-MAN-SITUACAO(WS-IND-MAN) = "VALIDADO"
               PERFORM VARYING WS-IND-ARQ FROM 1 BY 1
                   UNTIL WS-IND-ARQ > WS-QTD-ARQUIVOS
                   IF WS-ARQ-NOME(WS-IND-ARQ) =
                      WS-MAN-ARQUIVO(WS-IND-MAN)
                       MOVE "PROCESSADO" TO
                          WS-MAN-SITUACAO(WS-IND-MAN)
                       MOVE WS-RUN-ID TO WS-MAN-RUN-ID(WS-IND-MAN)
                   END-IF
               END-PERFORM
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-RECAP-CENTROS.
               WRITE FD-LINHA-SAIDA FROM WS-LINHA-RECAP
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * USO DO MES CONTRA A COTA DE CADA CENTRO COM COTA DEFINIDA,
      * JA COM OS CALCULOS DESTA EXECUCAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-CONTROLE-COTAS.
           MOVE WS-MES-CORRENTE TO WS-CTT-MES
           WRITE FD-LINHA-SAIDA FROM WS-LINHA-COTA-TITULO
           WRITE FD-LINHA-SAIDA FROM WS-LINHA-COTA-CAB
           PERFORM VARYING WS-IND-COT FROM 1 BY 1
               UNTIL WS-IND-COT > WS-QTD-COTAS
               MOVE WS-COT-CODIGO(WS-IND-COT) TO WS-CTL-CODIGO
               MOVE WS-COT-CODIGO(WS-IND-COT) TO FD-CEN-CODIGO
               PERFORM BUSCA-NOME-CENTRO
               MOVE WS-NOME-CENTRO TO WS-CTL-NOME
               MOVE WS-COT-QTD(WS-IND-COT)       TO WS-CTL-COTA-QTD-ED
               MOVE WS-COT-USO-QTD(WS-IND-COT)   TO WS-CTL-USO-QTD-ED
               MOVE WS-COT-VALOR(WS-IND-COT)     TO
                  WS-CTL-COTA-VALOR-ED
               MOVE WS-COT-USO-VALOR(WS-IND-COT) TO
                  WS-CTL-USO-VALOR-ED
               PERFORM AVALIA-SITUACAO-COTA
               MOVE WS-PCT-USO       TO WS-CTL-PCT-ED
               MOVE WS-SITUACAO-COTA TO WS-CTL-SITUACAO
               MOVE ZERO TO WS-CTL-RETIDOS-ED
               PERFORM VARYING WS-IND-CC FROM 1 BY 1
                   UNTIL WS-IND-CC > WS-QTD-CENTROS
                   IF WS-TAB-CC-CODIGO(WS-IND-CC) =
                      WS-COT-CODIGO(WS-IND-COT)
                       MOVE WS-TAB-CC-RETIDOS(WS-IND-CC) TO
                          WS-CTL-RETIDOS-ED
                   END-IF
               END-PERFORM
               WRITE FD-LINHA-SAIDA FROM WS-LINHA-COTA
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-MARCA-EXECUCAO.
           PERFORM OBTEM-DATA-HORA
           MOVE WS-DATA-FORMATADA TO WS-MARCA-DATA
           MOVE WS-HORA-FORMATADA TO WS-MARCA-HORA
           MOVE WS-MODO-EXECUCAO  TO WS-MARCA-MODO
           MOVE WS-USUARIO-SESSAO TO WS-MARCA-USUARIO
           MOVE WS-RUN-ID         TO WS-MARCA-RUN-ID
           WRITE FD-LINHA-LOG FROM WS-LINHA-MARCA-EXECUCAO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE OPERADOR         TO WS-LOG-OPERADOR
           MOVE NUMEROFINAL      TO WS-LOG-NUM-FINAL
           MOVE WS-RESULTADO-NUM TO WS-LOG-RESULTADO
           MOVE WS-DESCRICAO-AJUSTE TO WS-LOG-AJUSTE
           IF MOVIMENTO-AJUSTE
               MOVE WS-ID-REQUISICAO TO WS-LOG-ID-ORIGINAL
           ELSE
               MOVE SPACES TO WS-LOG-ID-ORIGINAL
           END-IF
           IF MODO-LOTE OR MODO-RESSUBMISSAO
               MOVE WS-CENTRO-CUSTO  TO WS-LOG-CENTRO
               MOVE WS-ID-REQUISICAO TO WS-LOG-ID-REQUISICAO
           ELSE
               MOVE SPACES TO WS-LOG-CENTRO
               MOVE SPACES TO WS-LOG-ID-REQUISICAO
           END-IF
           MOVE WS-USUARIO-SESSAO TO WS-LOG-USUARIO
           PERFORM DEFINE-TAXA-LOG
           MOVE WS-COD-TAXA-USADO TO WS-LOG-COD-TAXA
           IF WS-COD-TAXA-USADO = SPACES
               MOVE "N" TO WS-LOG-TAXA-USADA
           ELSE
               MOVE "S" TO WS-LOG-TAXA-USADA
           END-IF
           MOVE WS-MODO-ARRED-LOG TO WS-LOG-MODO-ARRED

           WRITE FD-LINHA-LOG FROM WS-LINHA-LOG.

           MOVE NUMEROFINAL       TO WS-LOGR-NUM-FINAL
           MOVE WS-MOTIVO-REJEICAO TO WS-LOGR-MOTIVO
           IF MODO-LOTE OR MODO-RESSUBMISSAO
               MOVE WS-CENTRO-CUSTO  TO WS-LOGR-CENTRO
               MOVE WS-ID-REQUISICAO TO WS-LOGR-ID-REQUISICAO
           ELSE
               MOVE SPACES TO WS-LOGR-CENTRO
               MOVE SPACES TO WS-LOGR-ID-REQUISICAO
           END-IF
           MOVE WS-USUARIO-SESSAO TO WS-LOGR-USUARIO
           PERFORM DEFINE-TAXA-LOG
           MOVE WS-COD-TAXA-USADO TO WS-LOGR-COD-TAXA
           IF WS-COD-TAXA-USADO = SPACES
               MOVE "N" TO WS-LOGR-TAXA-USADA
           ELSE
               MOVE "S" TO WS-LOGR-TAXA-USADA
           END-IF
           MOVE WS-MODO-ARRED-LOG TO WS-LOGR-MODO-ARRED

           WRITE FD-LINHA-LOG FROM WS-LINHA-LOG-REJEITADO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O LOG LEVA A TAXA E O ARREDONDAMENTO QUE VAO PARA O MESTRE: O
      * ESTORNO HERDA OS DO ORIGINAL; O AJUSTE RECUSADO NAO GRAVA NO
      * MESTRE E SAI SEM ELES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DEFINE-TAXA-LOG.
           EVALUATE TRUE
               WHEN MOVIMENTO-ESTORNO AND OPERACAO-OK
                   MOVE WS-MESTRE-ORIGINAL TO FD-REGISTRO-MESTRE
                   MOVE FD-MES-COD-TAXA   TO WS-COD-TAXA-USADO
                   MOVE FD-MES-MODO-ARRED TO WS-MODO-ARRED-LOG
               WHEN MOVIMENTO-AJUSTE AND NOT OPERACAO-OK
                   MOVE SPACES TO WS-COD-TAXA-USADO
                   MOVE SPACE  TO WS-MODO-ARRED-LOG
               WHEN OTHER
                   MOVE WS-MODO-ARRED-EFETIVO TO WS-MODO-ARRED-LOG
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       OBTEM-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
