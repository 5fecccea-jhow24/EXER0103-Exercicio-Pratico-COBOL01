      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0110.
       AUTHOR.     ARI BORGES.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0110
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   PREVISAO DE VENCIMENTOS DOS PROXIMOS 12     *
      *                    MESES POR ESCRITORIO, PARA OS ESCRITORIOS   *
      *                    PLANEJAREM AS SESSOES DE RENOVACAO E O      *
      *                    ORCAMENTO. LE O CADASTRO INDEXADO           *
      *                    (ARQCAD01) E, A PARTIR DA DATA BASE DO      *
      *                    PARM, CONTA POR ESCRITORIO AS DATAS DE      *
      *                    CONTROLE QUE VENCEM EM CADA UM DOS 12       *
      *                    MESES CORRIDOS (O 1O MES E O DA DATA BASE,  *
      *                    A PARTIR DELA), MAIS AS JA VENCIDAS ANTES   *
      *                    DA DATA BASE E AS QUE VENCEM DEPOIS DA      *
      *                    JANELA - A LINHA FECHA COM O TOTAL DO       *
      *                    ESCRITORIO. O NOME DO ESCRITORIO E O        *
      *                    GESTOR REGIONAL VEM DO MESTRE (ARQESC01).   *
      *                    SAIDA: MATRIZ IMPRESSA (ARQPRV01) COM UMA   *
      *                    PAGINA POR GESTOR E TOTAL DO GESTOR,        *
      *                    PRIMEIRO OS ATIVOS E DEPOIS, EM SEPARADO, OS*
      *                    SUSPENSOS; E O MESMO CONTEUDO EM CSV        *
      *                    (ARQCSV01) PARA A PLANILHA DE PLANEJAMENTO. *
      *                    DESLIGADOS ('T') FICAM DE FORA.             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCAD01                                  CAD01103
      *      ARQESC01                                  ESC01103
      *      ARQPRW1                                   (TRABALHO)
      *      ARQPRW2                                   (TRABALHO)
      *      ARQPRV01                                  (RELAT.PREVISAO)
      *      ARQCSV01                                  (PREVISAO CSV)
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *----------------------------------------------------------------*
      *    MANUTENCOES.:                                               *
      *     DATA       AUTOR          DESCRICAO                        *
      *                                                                *
      *================================================================*
      *                                                                *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQCAD01 ASSIGN       TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQCAD01-NR-MATR
                      FILE STATUS      IS WRK-FS-ARQCAD01.
      *
           SELECT ARQESC01 ASSIGN       TO UT-S-ARQESC01
                      FILE STATUS      IS WRK-FS-ARQESC01.
      *
           SELECT ARQPRW1  ASSIGN       TO UT-S-ARQPRW1
                      FILE STATUS      IS WRK-FS-ARQPRW1.
      *
           SELECT ARQPRW2  ASSIGN       TO UT-S-ARQPRW2
                      FILE STATUS      IS WRK-FS-ARQPRW2.
      *
           SELECT WRK-SD-PREVISAO ASSIGN TO UT-S-ARQPRWS.
      *
           SELECT ARQPRV01 ASSIGN       TO UT-S-ARQPRV01
                      FILE STATUS      IS WRK-FS-ARQPRV01.
      *
           SELECT ARQCSV01 ASSIGN       TO UT-S-ARQCSV01
                      FILE STATUS      IS WRK-FS-ARQCSV01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *                                                                *
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO INDEXADO COMPANHEIRO DA EXTRACAO,       *
      *               CHAVEADO PELA MATRICULA DO FUNCIONARIO, LIDO    *
      *               SEQUENCIALMENTE DO INICIO AO FIM.               *
      *               ORG. INDEXADA   -   LRECL = 175                 *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD01103.

      *---------------------------------------------------------------*
      *   INPUT:     MESTRE DE ESCRITORIOS (CODIGO, NOME OFICIAL E    *
      *               GESTOR REGIONAL). TODO ESCRITORIO DO MESTRE     *
      *               SAI NA MATRIZ DE ATIVOS, MESMO ZERADO.          *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQESC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQESC01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:    TRABALHO - 1 REGISTRO POR ESCRITORIO E SITUACAO  *
      *               ('A' ATIVOS / 'S' SUSPENSOS) COM AS 14 COLUNAS  *
      *               DA MATRIZ, GRAVADO NO FIM DA LEITURA DO         *
      *               CADASTRO E ORDENADO POR SITUACAO/GESTOR/        *
      *               ESCRITORIO. ORG. SEQUENCIAL  -  LRECL = 135     *
      *---------------------------------------------------------------*

       FD  ARQPRW1
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ARQPRW1-REG-PREVISAO.
          05 ARQPRW1-SITUACAO        PIC X(001).
          05 ARQPRW1-NM-GESTOR       PIC X(030).
          05 ARQPRW1-COD-ESCRT       PIC X(004).
          05 ARQPRW1-NM-ESCRT        PIC X(030).
          05 ARQPRW1-QTDE            PIC 9(005) OCCURS 14 TIMES.

      *---------------------------------------------------------------*
      *   INPUT:     TRABALHO ORDENADO (SAIDA DO SORT DE ARQPRW1)     *
      *               ORG. SEQUENCIAL  -  LRECL = 135                 *
      *---------------------------------------------------------------*

       FD  ARQPRW2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ARQPRW2-REG-PREVISAO.
          05 ARQPRW2-SITUACAO        PIC X(001).
             88 ARQPRW2-SIT-ATIVO               VALUE 'A'.
             88 ARQPRW2-SIT-SUSPENSO            VALUE 'S'.
          05 ARQPRW2-NM-GESTOR       PIC X(030).
          05 ARQPRW2-COD-ESCRT       PIC X(004).
          05 ARQPRW2-NM-ESCRT        PIC X(030).
          05 ARQPRW2-QTDE            PIC 9(005) OCCURS 14 TIMES.

      *---------------------------------------------------------------*
      *   SORT:      ORDENACAO DO TRABALHO POR SITUACAO, GESTOR E     *
      *               ESCRITORIO                                      *
      *---------------------------------------------------------------*

       SD  WRK-SD-PREVISAO.
       01 WRK-SD-PRV-REG.
          05 WRK-SD-PRV-SITUACAO     PIC X(001).
          05 WRK-SD-PRV-NM-GESTOR    PIC X(030).
          05 WRK-SD-PRV-COD-ESCRT    PIC X(004).
          05 WRK-SD-PRV-NM-ESCRT     PIC X(030).
          05 WRK-SD-PRV-QTDE         PIC 9(005) OCCURS 14 TIMES.

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DA PREVISAO DE VENCIMENTOS (MATRIZ     *
      *               ESCRITORIO X MES, TOTAL POR GESTOR E GERAL).    *
      *               ORG. SEQUENCIAL   -   LRECL = 133 (1A POSICAO   *
      *               E O CARACTERE DE CONTROLE DE FORMULARIO - ASA). *
      *---------------------------------------------------------------*

       FD  ARQPRV01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPRV01             PIC X(133).

      *---------------------------------------------------------------*
      *   OUTPUT:    PREVISAO DE VENCIMENTOS EM CSV (SEPARADOR ';',   *
      *               1 LINHA DE TITULOS + 1 LINHA POR ESCRITORIO E   *
      *               SITUACAO) PARA A PLANILHA DE PLANEJAMENTO.      *
      *               ORG. SEQUENCIAL   -   LRECL = 200               *
      *---------------------------------------------------------------*

       FD  ARQCSV01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCSV01             PIC X(200).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0110 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0110'.
       77 ACU-LIDOS-ARQCAD01      PIC  9(007) VALUE ZEROS.
       77 ACU-ATIVOS              PIC  9(007) VALUE ZEROS.
       77 ACU-SUSPENSOS           PIC  9(007) VALUE ZEROS.
       77 ACU-DESLIGADOS          PIC  9(007) VALUE ZEROS.
       77 ACU-DATA-INVALIDA       PIC  9(007) VALUE ZEROS.
       77 ACU-SIT-INVALIDA        PIC  9(007) VALUE ZEROS.
       77 ACU-ESCRT-SEM-MESTRE    PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQCSV01      PIC  9(005) VALUE ZEROS.
       77 WRK-DATA-BASE           PIC  9(008) VALUE ZEROS.
       77 WRK-QTDE-PRV            PIC  9(003) COMP VALUE ZEROS.
       77 WRK-SUB-COL             PIC  9(002) COMP VALUE ZEROS.
       77 WRK-SUB-FAIXA           PIC  9(002) COMP VALUE ZEROS.
       77 WRK-DIF-MESES           PIC S9(005) COMP VALUE ZEROS.
       77 WRK-CALC-MES            PIC  9(002) VALUE ZEROS.
       77 WRK-CALC-ANO            PIC  9(004) VALUE ZEROS.
       77 WRK-TOT-LINHA           PIC  9(007) VALUE ZEROS.
       77 WRK-PRV-PAGINA          PIC  9(003) COMP VALUE ZEROS.
       77 WRK-PRV-SIT-ANT         PIC  X(001) VALUE SPACES.
       77 WRK-PRV-GESTOR-ANT      PIC  X(030) VALUE SPACES.
       77 WRK-MAX-DIA-CALC        PIC  9(002) COMP VALUE ZEROS.
       77 WRK-LEAP-QUOCIENTE      PIC  9(006) VALUE ZEROS.
       77 WRK-LEAP-RESTO-4        PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-100      PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-400      PIC  9(003) VALUE ZEROS.
       77 WRK-SW-DATA-CTRL        PIC  X(001) VALUE SPACES.
          88 WRK-DATA-OK                      VALUE 'S'.
          88 WRK-DATA-NOK                     VALUE 'N'.
       77 WRK-SW-FINALIZ          PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZ-COM-ERRO             VALUE 'S'.
       77 WRK-RC-FINAL            PIC  9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DO MAXIMO DE DIAS POR MES (FEVEREIRO = 28, AJUSTADO  *
      *    PARA 29 EM ANO BISSEXTO POR 3805-VALIDAR-DATA-CONTROLE)     *
      *----------------------------------------------------------------*
       01 WRK-TAB-DIAS-MES-LIT.
          05 FILLER                PIC  9(002) VALUE 31.
          05 FILLER                PIC  9(002) VALUE 28.
          05 FILLER                PIC  9(002) VALUE 31.
          05 FILLER                PIC  9(002) VALUE 30.
          05 FILLER                PIC  9(002) VALUE 31.
          05 FILLER                PIC  9(002) VALUE 30.
          05 FILLER                PIC  9(002) VALUE 31.
          05 FILLER                PIC  9(002) VALUE 31.
          05 FILLER                PIC  9(002) VALUE 30.
          05 FILLER                PIC  9(002) VALUE 31.
          05 FILLER                PIC  9(002) VALUE 30.
          05 FILLER                PIC  9(002) VALUE 31.
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-LIT.
          05 WRK-MAX-DIA-MES       PIC  9(002) OCCURS 12 TIMES.
      *
       01 WRK-DATA-CONTR-INV.
          05 WRK-ANO              PIC  9(004) VALUE ZEROS.
          05 WRK-MES              PIC  9(002) VALUE ZEROS.
          05 WRK-DIA              PIC  9(002) VALUE ZEROS.
       01 WRK-DATA-CONTR-INV-NUM  REDEFINES WRK-DATA-CONTR-INV
                                   PIC  9(008).
      *
       01 WRK-DATA-BASE-INV.
          05 WRK-BASE-ANO          PIC  9(004) VALUE ZEROS.
          05 WRK-BASE-MES          PIC  9(002) VALUE ZEROS.
          05 WRK-BASE-DIA          PIC  9(002) VALUE ZEROS.
       01 WRK-DATA-BASE-NUM       REDEFINES WRK-DATA-BASE-INV
                                   PIC  9(008).
      *
      *----------------------------------------------------------------*
      *    COLUNAS DA MATRIZ: 01 = JA VENCIDOS ANTES DA DATA BASE,     *
      *    02 A 13 = OS 12 MESES DA JANELA (O MES/ANO DE CADA UM FICA  *
      *    EM WRK-TAB-MESES), 14 = VENCIMENTO APOS A JANELA            *
      *----------------------------------------------------------------*
       01 WRK-TAB-MESES.
          05 WRK-MESES-OCR        OCCURS 12 TIMES.
             10 WRK-MESES-ANO         PIC 9(004).
             10 WRK-MESES-MES         PIC 9(002).
      *
      *----------------------------------------------------------------*
      *    TABELA DE ACUMULACAO POR ESCRITORIO: CARREGADA DO MESTRE    *
      *    (ARQESC01) EM 1095 E ESTENDIDA EM 3835 PARA O ESCRITORIO DO *
      *    CADASTRO QUE NAO ESTA NO MESTRE (ESSE SAI SOB O GESTOR      *
      *    '*** SEM GESTOR ***'). ATV/SUS = CONTAGEM POR COLUNA DOS    *
      *    ATIVOS E DOS SUSPENSOS.                                     *
      *----------------------------------------------------------------*
       01 WRK-TAB-PRV.
          05 WRK-PRV-OCR          OCCURS 1 TO 600 TIMES
                                   DEPENDING ON WRK-QTDE-PRV
                                   INDEXED BY WRK-IDX-PRV.
             10 WRK-PRV-COD           PIC X(004).
             10 WRK-PRV-NOME          PIC X(030).
             10 WRK-PRV-GESTOR        PIC X(030).
             10 WRK-PRV-TOT-SUS       PIC 9(007) COMP.
             10 WRK-PRV-ATV           PIC 9(005) COMP
                                       OCCURS 14 TIMES.
             10 WRK-PRV-SUS           PIC 9(005) COMP
                                       OCCURS 14 TIMES.
      *
      *----------------------------------------------------------------*
      *    TOTAIS DA MATRIZ POR GESTOR E GERAL (POR SITUACAO)          *
      *----------------------------------------------------------------*
       01 WRK-TOT-GESTOR.
          05 WRK-TOT-GES-QTDE      PIC  9(007) COMP OCCURS 14 TIMES.
       01 WRK-TOT-GERAL.
          05 WRK-TOT-GER-QTDE      PIC  9(007) COMP OCCURS 14 TIMES.
      *
      *----------------------------------------------------------------*
      *    ROTULO MM/AA DE CADA MES DA JANELA NO CABECALHO IMPRESSO    *
      *----------------------------------------------------------------*
       01 WRK-ROT-MES.
          05 WRK-ROT-MM            PIC  9(002).
          05 FILLER                PIC  X(001) VALUE '/'.
          05 WRK-ROT-AA            PIC  9(002).
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DA PREVISAO (ARQPRV01) - LRECL 133,     *
      *    1A POSICAO = CARACTERE DE CONTROLE DE FORMULARIO (ASA)      *
      *----------------------------------------------------------------*
       01 WRK-PRV-CABEC1.
          05 FILLER                PIC  X(001) VALUE '1'.
          05 FILLER                PIC  X(009) VALUE 'EXER0110 '.
          05 FILLER                PIC  X(045) VALUE
                'PREVISAO DE VENCIMENTOS - PROXIMOS 12 MESES'.
          05 FILLER                PIC  X(011) VALUE 'DATA BASE: '.
          05 WRK-PRV-CAB-DATA      PIC  9(008).
          05 FILLER                PIC  X(010) VALUE SPACES.
          05 FILLER                PIC  X(008) VALUE 'PAGINA: '.
          05 WRK-PRV-CAB-PAGINA    PIC  ZZ9.
          05 FILLER                PIC  X(038) VALUE SPACES.

       01 WRK-PRV-CABEC2.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(008) VALUE 'GESTOR: '.
          05 WRK-PRV-CAB-GESTOR    PIC  X(030).
          05 FILLER                PIC  X(004) VALUE SPACES.
          05 FILLER                PIC  X(010) VALUE 'SITUACAO: '.
          05 WRK-PRV-CAB-SITUACAO  PIC  X(009).
          05 FILLER                PIC  X(071) VALUE SPACES.

       01 WRK-PRV-CABEC3.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(005) VALUE 'ESCR '.
          05 FILLER                PIC  X(031) VALUE
                'NOME DO ESCRITORIO'.
          05 WRK-PRV-CAB3-COL      PIC  X(006) OCCURS 14 TIMES.
          05 FILLER                PIC  X(006) VALUE ' TOTAL'.
          05 FILLER                PIC  X(006) VALUE SPACES.

       01 WRK-PRV-DETALHE.
          05 WRK-PRV-DET-CTL       PIC  X(001).
          05 WRK-PRV-DET-COD       PIC  X(004).
          05 WRK-PRV-DET-SEP1      PIC  X(001).
          05 WRK-PRV-DET-NOME      PIC  X(030).
          05 WRK-PRV-DET-SEP2      PIC  X(001).
          05 WRK-PRV-DET-COL       OCCURS 14 TIMES.
             10 WRK-PRV-DET-QTDE   PIC  ZZZZ9.
             10 WRK-PRV-DET-SEP    PIC  X(001).
          05 WRK-PRV-DET-TOTAL     PIC  ZZZZZ9.
          05 WRK-PRV-DET-RESTO     PIC  X(006).
      *
      *----------------------------------------------------------------*
      *    LINHAS DA PREVISAO EM CSV (ARQCSV01)                        *
      *----------------------------------------------------------------*
       01 WRK-CSV-CABEC.
          05 FILLER                PIC  X(041) VALUE
                'SITUACAO;GESTOR;ESCRITORIO;NOME;VENCIDOS;'.
          05 WRK-CSV-CAB-MES       OCCURS 12 TIMES.
             10 WRK-CSV-CAB-MM     PIC  9(002).
             10 WRK-CSV-CAB-BARRA  PIC  X(001).
             10 WRK-CSV-CAB-AAAA   PIC  9(004).
             10 WRK-CSV-CAB-PV     PIC  X(001).
          05 FILLER                PIC  X(010) VALUE 'APOS;TOTAL'.

       01 WRK-CSV-DETALHE.
          05 WRK-CSV-DET-SITUACAO  PIC  X(009).
          05 WRK-CSV-DET-PV1       PIC  X(001).
          05 WRK-CSV-DET-GESTOR    PIC  X(030).
          05 WRK-CSV-DET-PV2       PIC  X(001).
          05 WRK-CSV-DET-COD       PIC  X(004).
          05 WRK-CSV-DET-PV3       PIC  X(001).
          05 WRK-CSV-DET-NOME      PIC  X(030).
          05 WRK-CSV-DET-PV4       PIC  X(001).
          05 WRK-CSV-DET-COL       OCCURS 14 TIMES.
             10 WRK-CSV-DET-QTDE   PIC  9(005).
             10 WRK-CSV-DET-PV     PIC  X(001).
          05 WRK-CSV-DET-TOTAL     PIC  9(007).
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCAD01      VALUE 'CAD01113'.
          88 WRK-CN-ARQESC01      VALUE 'ESC01113'.
          88 WRK-CN-ARQPRW1       VALUE 'PRW01110'.
          88 WRK-CN-ARQPRW2       VALUE 'PRW02110'.
          88 WRK-CN-ARQPRV01      VALUE 'PRV01110'.
          88 WRK-CN-ARQCSV01      VALUE 'CSV01110'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.

      *----------------------------------------------------------------
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-FS-ARQCAD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CAD01-OK                  VALUE '00'.
          88 WRK-FS-CAD01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQESC01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-ESC01-OK                  VALUE '00'.
          88 WRK-FS-ESC01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQPRW1          PIC  X(002) VALUE SPACES.
          88 WRK-FS-PRW1-OK                   VALUE '00'.
      *
       01 WRK-FS-ARQPRW2          PIC  X(002) VALUE SPACES.
          88 WRK-FS-PRW2-OK                   VALUE '00'.
          88 WRK-FS-PRW2-FIM                  VALUE '10'.
      *
       01 WRK-FS-ARQPRV01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-PRV01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQCSV01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CSV01-OK                  VALUE '00'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA

           COPY ESC01103.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0110 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       LINKAGE                         SECTION.
      *================================================================*
      *----------------------------------------------------------------*
      *    AREA DO PARM DE EXECUCAO (JCL EXEC PARM=): A DATA BASE DA   *
      *    PREVISAO (AAAAMMDD). PARM AUSENTE ASSUME A DATA ATUAL; DATA *
      *    INVALIDA CANCELA A EXECUCAO.                                *
      *----------------------------------------------------------------*
       01 WRK-JCL-PARM.
          05 WRK-PARM-LEN            PIC  S9(004) COMP.
          05 WRK-PARM-DADOS.
             10 WRK-PARM-DATA-BASE   PIC  9(008).
      *
      *================================================================*
       PROCEDURE                       DIVISION USING WRK-JCL-PARM.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           PERFORM 1000-INICIALIZAR
      *
           PERFORM 3000-PROCESSAR UNTIL WRK-FS-CAD01-FIM
      *
           PERFORM 5000-GERAR-PREVISAO
      *
           PERFORM 9900-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: DEFINE E VALIDA A DATA
      *    BASE, MONTA OS 12 MESES DA JANELA, ABRE OS ARQUIVOS, CARREGA
      *    O MESTRE DE ESCRITORIOS E POSICIONA A LEITURA DO CADASTRO
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PARM-LEN GREATER ZERO
           AND WRK-PARM-LEN LESS 8
              DISPLAY '* DATA BASE INCOMPLETA NO PARM: '
                      WRK-PARM-DADOS(1:WRK-PARM-LEN) ' *'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WRK-PARM-LEN NOT LESS 8
              MOVE WRK-PARM-DATA-BASE TO WRK-DATA-CONTR-INV-NUM
              PERFORM 3805-VALIDAR-DATA-CONTROLE
              IF WRK-DATA-NOK
                 DISPLAY '* DATA BASE INVALIDA NO PARM: '
                         WRK-PARM-DADOS ' *'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WRK-PARM-DATA-BASE TO WRK-DATA-BASE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-BASE
           END-IF

           MOVE WRK-DATA-BASE TO WRK-DATA-BASE-NUM

           PERFORM 1010-MONTAR-MES-JANELA
              VARYING WRK-SUB-COL FROM 1 BY 1
              UNTIL WRK-SUB-COL GREATER 12

           MOVE 'VENC.'     TO WRK-PRV-CAB3-COL(1)
           MOVE ' APOS'     TO WRK-PRV-CAB3-COL(14)

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT  ARQCAD01
                OUTPUT ARQPRV01
                OUTPUT ARQCSV01
      *
           IF WRK-FS-CAD01-OK
           AND (WRK-FS-ARQPRV01 EQUAL '00')
           AND (WRK-FS-ARQCSV01 EQUAL '00')
              SET WRK-CN-WRITE                TO TRUE
              SET WRK-CN-ARQCSV01             TO TRUE

              WRITE FD-ARQCSV01 FROM WRK-CSV-CABEC
              IF NOT WRK-FS-CSV01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1095-CARREGAR-ESCRITORIOS

           PERFORM 3800-LER-CADASTRO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE MONTAGEM DE 1 MES DA JANELA (WRK-SUB-COL = 1 E O
      *    MES DA DATA BASE): GUARDA MES/ANO PARA A CLASSIFICACAO E
      *    MONTA O ROTULO DO CABECALHO IMPRESSO E O TITULO DO CSV
      *----------------------------------------------------------------*
       1010-MONTAR-MES-JANELA SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-CALC-MES = WRK-BASE-MES + WRK-SUB-COL - 1
           MOVE WRK-BASE-ANO TO WRK-CALC-ANO

           IF WRK-CALC-MES GREATER 12
              SUBTRACT 12 FROM WRK-CALC-MES
              ADD 1 TO WRK-CALC-ANO
           END-IF

           MOVE WRK-CALC-ANO TO WRK-MESES-ANO(WRK-SUB-COL)
           MOVE WRK-CALC-MES TO WRK-MESES-MES(WRK-SUB-COL)

           MOVE WRK-CALC-MES TO WRK-ROT-MM
           MOVE WRK-CALC-ANO TO WRK-ROT-AA
           MOVE WRK-ROT-MES  TO WRK-PRV-CAB3-COL(WRK-SUB-COL + 1)

           MOVE WRK-CALC-MES TO WRK-CSV-CAB-MM(WRK-SUB-COL)
           MOVE '/'          TO WRK-CSV-CAB-BARRA(WRK-SUB-COL)
           MOVE WRK-CALC-ANO TO WRK-CSV-CAB-AAAA(WRK-SUB-COL)
           MOVE ';'          TO WRK-CSV-CAB-PV(WRK-SUB-COL)
           .
      *----------------------------------------------------------------*
       1010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CARGA DO MESTRE DE ESCRITORIOS (ARQESC01) NA
      *    TABELA DE ACUMULACAO, COM AS CONTAGENS ZERADAS
      *----------------------------------------------------------------*
       1095-CARREGAR-ESCRITORIOS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN             TO TRUE
           SET WRK-CN-ARQESC01         TO TRUE

           OPEN INPUT ARQESC01

           IF NOT WRK-FS-ESC01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1096-LER-ESCRITORIO
              UNTIL WRK-FS-ESC01-FIM

           CLOSE ARQESC01

           IF WRK-QTDE-PRV EQUAL ZERO
              DISPLAY '* MESTRE DE ESCRITORIOS (ARQESC01) VAZIO - '
                      'PREVISAO SEM NOME NEM GESTOR *'
           END-IF
           .
      *----------------------------------------------------------------*
       1095-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 ESCRITORIO DO MESTRE (ARQESC01).
      *    MESTRE ALEM DE 500 ESCRITORIOS CANCELA A EXECUCAO (AS 100
      *    POSICOES RESTANTES DA TABELA SAO DOS ESCRITORIOS DO
      *    CADASTRO FORA DO MESTRE).
      *----------------------------------------------------------------*
       1096-LER-ESCRITORIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ             TO TRUE
           SET WRK-CN-ARQESC01         TO TRUE

           READ ARQESC01 INTO ARQESC01-REG-ESCRITORIO.

           IF WRK-FS-ESC01-OK
              IF WRK-QTDE-PRV LESS 500
                 ADD 1 TO WRK-QTDE-PRV
                 SET WRK-IDX-PRV TO WRK-QTDE-PRV
                 INITIALIZE WRK-PRV-OCR(WRK-IDX-PRV)
                 MOVE ARQESC01-COD-ESCRT
                   TO WRK-PRV-COD(WRK-IDX-PRV)
                 MOVE ARQESC01-NM-ESCRT
                   TO WRK-PRV-NOME(WRK-IDX-PRV)
                 MOVE ARQESC01-NM-GESTOR
                   TO WRK-PRV-GESTOR(WRK-IDX-PRV)
              ELSE
                 DISPLAY '* MESTRE DE ESCRITORIOS EXCEDE 500 '
                         'ENTRADAS - TABELA INSUFICIENTE *'
                 PERFORM 9150-ERRO-INTEGRIDADE
              END-IF
           ELSE
              IF NOT WRK-FS-ESC01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1096-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CLASSIFICACAO DE 1 FUNCIONARIO DO CADASTRO NA
      *    MATRIZ: DESLIGADO FICA DE FORA; DATA DE CONTROLE OU
      *    SITUACAO INVALIDA E APONTADA E CONTADA (RETURN-CODE 04);
      *    OS DEMAIS SOMAM NA COLUNA DO MES DO VENCIMENTO, NA MATRIZ
      *    DE ATIVOS OU NA DE SUSPENSOS
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQCAD01-SIT-DESLIGADO
              ADD 1 TO ACU-DESLIGADOS
           ELSE
           IF NOT ARQCAD01-SIT-ATIVO
           AND NOT ARQCAD01-SIT-SUSPENSO
              ADD 1 TO ACU-SIT-INVALIDA
              DISPLAY '* AVISO: SITUACAO INVALIDA NO CADASTRO - '
                      'MATRICULA ' ARQCAD01-NR-MATR
                      ' SITUACAO ' ARQCAD01-SIT-FUNC ' *'
           ELSE
              MOVE ARQCAD01-DAT-DIA TO WRK-DIA
              MOVE ARQCAD01-DAT-MES TO WRK-MES
              MOVE ARQCAD01-DAT-ANO TO WRK-ANO

              PERFORM 3805-VALIDAR-DATA-CONTROLE

              IF WRK-DATA-NOK
                 ADD 1 TO ACU-DATA-INVALIDA
                 DISPLAY '* AVISO: DATA DE CONTROLE INVALIDA NO '
                         'CADASTRO - MATRICULA ' ARQCAD01-NR-MATR
                         ' DATA ' ARQCAD01-DAT-CNTRL ' *'
              ELSE
                 PERFORM 3010-CLASSIFICAR-VENCIMENTO
                 PERFORM 3835-LOCALIZAR-ESCRITORIO
                 IF ARQCAD01-SIT-SUSPENSO
                    ADD 1 TO ACU-SUSPENSOS
                    ADD 1 TO WRK-PRV-SUS(WRK-IDX-PRV WRK-SUB-FAIXA)
                    ADD 1 TO WRK-PRV-TOT-SUS(WRK-IDX-PRV)
                 ELSE
                    ADD 1 TO ACU-ATIVOS
                    ADD 1 TO WRK-PRV-ATV(WRK-IDX-PRV WRK-SUB-FAIXA)
                 END-IF
              END-IF
           END-IF
           END-IF

           PERFORM 3800-LER-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CLASSIFICACAO DA DATA DE CONTROLE JA VALIDADA
      *    (WRK-DATA-CONTR-INV) NA COLUNA DA MATRIZ (WRK-SUB-FAIXA):
      *    ANTERIOR A DATA BASE = 01; DENTRO DOS 12 MESES = 02 A 13
      *    PELA DIFERENCA DE MESES CONTRA O MES DA DATA BASE; ALEM
      *    DELES = 14
      *----------------------------------------------------------------*
       3010-CLASSIFICAR-VENCIMENTO SECTION.
      *----------------------------------------------------------------*
           IF WRK-DATA-CONTR-INV-NUM LESS WRK-DATA-BASE
              MOVE 1 TO WRK-SUB-FAIXA
           ELSE
              COMPUTE WRK-DIF-MESES =
                 (WRK-ANO - WRK-BASE-ANO) * 12
                 + WRK-MES - WRK-BASE-MES

              IF WRK-DIF-MESES LESS 12
                 COMPUTE WRK-SUB-FAIXA = WRK-DIF-MESES + 2
              ELSE
                 MOVE 14 TO WRK-SUB-FAIXA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA SEQUENCIAL DE 1 REGISTRO DO CADASTRO
      *    INDEXADO
      *----------------------------------------------------------------*
       3800-LER-CADASTRO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQCAD01          TO TRUE

           READ ARQCAD01 NEXT RECORD.

           IF WRK-FS-CAD01-OK
              ADD 1 TO ACU-LIDOS-ARQCAD01
           ELSE
              IF NOT WRK-FS-CAD01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE VALIDACAO DE CALENDARIO PARA DIA/MES/ANO JA
      *    CARREGADOS EM WRK-DIA/WRK-MES/WRK-ANO: VERIFICA CLASSE
      *    NUMERICA E SE A DATA EXISTE DE FATO (MES 01-12, DIA
      *    CONFORME O MES, FEVEREIRO AJUSTADO PARA ANO BISSEXTO).
      *    RESULTADO EM WRK-SW-DATA-CTRL (WRK-DATA-OK / WRK-DATA-NOK).
      *----------------------------------------------------------------*
       3805-VALIDAR-DATA-CONTROLE SECTION.
      *----------------------------------------------------------------*
           SET WRK-DATA-OK TO TRUE

           IF WRK-DIA NOT NUMERIC
           OR WRK-MES NOT NUMERIC
           OR WRK-ANO NOT NUMERIC
              SET WRK-DATA-NOK TO TRUE
           ELSE
              IF WRK-MES LESS 01 OR WRK-MES GREATER 12
                 SET WRK-DATA-NOK TO TRUE
              ELSE
                 MOVE WRK-MAX-DIA-MES(WRK-MES) TO WRK-MAX-DIA-CALC

                 DIVIDE WRK-ANO BY 4   GIVING WRK-LEAP-QUOCIENTE
                    REMAINDER WRK-LEAP-RESTO-4
                 DIVIDE WRK-ANO BY 100 GIVING WRK-LEAP-QUOCIENTE
                    REMAINDER WRK-LEAP-RESTO-100
                 DIVIDE WRK-ANO BY 400 GIVING WRK-LEAP-QUOCIENTE
                    REMAINDER WRK-LEAP-RESTO-400

                 IF WRK-MES EQUAL 02
                 AND WRK-LEAP-RESTO-4 EQUAL ZERO
                 AND (WRK-LEAP-RESTO-100 NOT EQUAL ZERO
                      OR WRK-LEAP-RESTO-400 EQUAL ZERO)
                    MOVE 29 TO WRK-MAX-DIA-CALC
                 END-IF

                 IF WRK-DIA LESS 01 OR WRK-DIA GREATER WRK-MAX-DIA-CALC
                    SET WRK-DATA-NOK TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3805-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LOCALIZACAO DO ESCRITORIO DO FUNCIONARIO CORRENTE
      *    NA TABELA DE ACUMULACAO (WRK-IDX-PRV). ESCRITORIO FORA DO
      *    MESTRE GANHA UMA ENTRADA PROPRIA COM O NOME DO CADASTRO E
      *    O GESTOR '*** SEM GESTOR ***', E E APONTADO UMA VEZ.
      *----------------------------------------------------------------*
       3835-LOCALIZAR-ESCRITORIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-IDX-PRV TO 1

           SEARCH WRK-PRV-OCR
              AT END
                 IF WRK-QTDE-PRV NOT LESS 600
                    DISPLAY '* MAIS DE 100 ESCRITORIOS DO CADASTRO '
                            'FORA DO MESTRE - TABELA INSUFICIENTE *'
                    PERFORM 9150-ERRO-INTEGRIDADE
                 END-IF
                 ADD 1 TO WRK-QTDE-PRV
                 ADD 1 TO ACU-ESCRT-SEM-MESTRE
                 SET WRK-IDX-PRV TO WRK-QTDE-PRV
                 INITIALIZE WRK-PRV-OCR(WRK-IDX-PRV)
                 MOVE ARQCAD01-COD-ESCRT
                   TO WRK-PRV-COD(WRK-IDX-PRV)
                 MOVE ARQCAD01-NM-ESCRT
                   TO WRK-PRV-NOME(WRK-IDX-PRV)
                 MOVE '*** SEM GESTOR ***'
                   TO WRK-PRV-GESTOR(WRK-IDX-PRV)
                 DISPLAY '* AVISO: ESCRITORIO ' ARQCAD01-COD-ESCRT
                         ' DO CADASTRO NAO CONSTA DO MESTRE '
                         '(ARQESC01) *'
              WHEN WRK-PRV-COD(WRK-IDX-PRV) EQUAL ARQCAD01-COD-ESCRT
                 CONTINUE
           END-SEARCH
           .
      *----------------------------------------------------------------*
       3835-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GERACAO DA PREVISAO: DESCARREGA A TABELA DE
      *    ACUMULACAO NO TRABALHO (ARQPRW1 - A MATRIZ DE ATIVOS LEVA
      *    TODO ESCRITORIO, A DE SUSPENSOS SO QUEM TEM SUSPENSO),
      *    ORDENA POR SITUACAO/GESTOR/ESCRITORIO E IMPRIME A MATRIZ
      *    COM QUEBRA POR GESTOR, GRAVANDO O CSV NA MESMA PASSADA
      *----------------------------------------------------------------*
       5000-GERAR-PREVISAO SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQCAD01

           SET WRK-CN-OPEN          TO TRUE
           SET WRK-CN-ARQPRW1       TO TRUE

           OPEN OUTPUT ARQPRW1

           IF NOT WRK-FS-PRW1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 5010-DESCARREGAR-ESCRITORIO
              VARYING WRK-IDX-PRV FROM 1 BY 1
              UNTIL WRK-IDX-PRV GREATER WRK-QTDE-PRV

           CLOSE ARQPRW1

           SORT WRK-SD-PREVISAO
              ON ASCENDING KEY WRK-SD-PRV-SITUACAO
                               WRK-SD-PRV-NM-GESTOR
                               WRK-SD-PRV-COD-ESCRT
              USING ARQPRW1
              GIVING ARQPRW2

           SET WRK-CN-OPEN          TO TRUE
           SET WRK-CN-ARQPRW2       TO TRUE

           OPEN INPUT ARQPRW2

           IF NOT WRK-FS-PRW2-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES TO WRK-PRV-SIT-ANT
                          WRK-PRV-GESTOR-ANT

           PERFORM 6010-LER-PREVISAO

           PERFORM 6100-IMPRIMIR-PREVISAO
              UNTIL WRK-FS-PRW2-FIM

           IF WRK-PRV-SIT-ANT NOT EQUAL SPACES
              PERFORM 6300-TOTALIZAR-GESTOR
              PERFORM 6400-TOTALIZAR-GERAL
           END-IF

           CLOSE ARQPRW2
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE DESCARGA DE 1 ESCRITORIO DA TABELA NO TRABALHO:
      *    1 REGISTRO DE ATIVOS SEMPRE E 1 DE SUSPENSOS SE HOUVER
      *----------------------------------------------------------------*
       5010-DESCARREGAR-ESCRITORIO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PRV-GESTOR(WRK-IDX-PRV) TO ARQPRW1-NM-GESTOR
           MOVE WRK-PRV-COD(WRK-IDX-PRV)    TO ARQPRW1-COD-ESCRT
           MOVE WRK-PRV-NOME(WRK-IDX-PRV)   TO ARQPRW1-NM-ESCRT

           MOVE 'A' TO ARQPRW1-SITUACAO

           PERFORM 5011-COPIAR-COLUNA-ATV
              VARYING WRK-SUB-COL FROM 1 BY 1
              UNTIL WRK-SUB-COL GREATER 14

           PERFORM 5020-GRAVAR-TRABALHO

           IF WRK-PRV-TOT-SUS(WRK-IDX-PRV) GREATER ZERO
              MOVE 'S' TO ARQPRW1-SITUACAO

              PERFORM 5012-COPIAR-COLUNA-SUS
                 VARYING WRK-SUB-COL FROM 1 BY 1
                 UNTIL WRK-SUB-COL GREATER 14

              PERFORM 5020-GRAVAR-TRABALHO
           END-IF
           .
      *----------------------------------------------------------------*
       5010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE COPIA DE 1 COLUNA DE ATIVOS PARA O TRABALHO
      *----------------------------------------------------------------*
       5011-COPIAR-COLUNA-ATV SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PRV-ATV(WRK-IDX-PRV WRK-SUB-COL)
             TO ARQPRW1-QTDE(WRK-SUB-COL)
           .
      *----------------------------------------------------------------*
       5011-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE COPIA DE 1 COLUNA DE SUSPENSOS PARA O TRABALHO
      *----------------------------------------------------------------*
       5012-COPIAR-COLUNA-SUS SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PRV-SUS(WRK-IDX-PRV WRK-SUB-COL)
             TO ARQPRW1-QTDE(WRK-SUB-COL)
           .
      *----------------------------------------------------------------*
       5012-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 REGISTRO NO TRABALHO (ARQPRW1)
      *----------------------------------------------------------------*
       5020-GRAVAR-TRABALHO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQPRW1       TO TRUE

           WRITE ARQPRW1-REG-PREVISAO

           IF NOT WRK-FS-PRW1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       5020-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 REGISTRO DO TRABALHO ORDENADO
      *----------------------------------------------------------------*
       6010-LER-PREVISAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ          TO TRUE
           SET WRK-CN-ARQPRW2       TO TRUE

           READ ARQPRW2.

           IF NOT WRK-FS-PRW2-OK
           AND NOT WRK-FS-PRW2-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DE 1 ESCRITORIO DA MATRIZ, COM QUEBRA
      *    DE SITUACAO (TOTAL DO ULTIMO GESTOR E TOTAL GERAL DA
      *    MATRIZ ANTERIOR) E DE GESTOR (TOTAL DO GESTOR E NOVA
      *    PAGINA)
      *----------------------------------------------------------------*
       6100-IMPRIMIR-PREVISAO SECTION.
      *----------------------------------------------------------------*
           IF ARQPRW2-SITUACAO NOT EQUAL WRK-PRV-SIT-ANT
              IF WRK-PRV-SIT-ANT NOT EQUAL SPACES
                 PERFORM 6300-TOTALIZAR-GESTOR
                 PERFORM 6400-TOTALIZAR-GERAL
              END-IF
              MOVE ARQPRW2-SITUACAO TO WRK-PRV-SIT-ANT
              INITIALIZE WRK-TOT-GERAL
              PERFORM 6200-INICIAR-GESTOR
           ELSE
              IF ARQPRW2-NM-GESTOR NOT EQUAL WRK-PRV-GESTOR-ANT
                 PERFORM 6300-TOTALIZAR-GESTOR
                 PERFORM 6200-INICIAR-GESTOR
              END-IF
           END-IF

           MOVE SPACES              TO WRK-PRV-DETALHE
           MOVE ARQPRW2-COD-ESCRT   TO WRK-PRV-DET-COD
           MOVE ARQPRW2-NM-ESCRT    TO WRK-PRV-DET-NOME
           MOVE ZEROS               TO WRK-TOT-LINHA

           MOVE SPACES              TO WRK-CSV-DETALHE
           IF ARQPRW2-SIT-SUSPENSO
              MOVE 'SUSPENSO'       TO WRK-CSV-DET-SITUACAO
           ELSE
              MOVE 'ATIVO'          TO WRK-CSV-DET-SITUACAO
           END-IF
           MOVE ARQPRW2-NM-GESTOR   TO WRK-CSV-DET-GESTOR
           MOVE ARQPRW2-COD-ESCRT   TO WRK-CSV-DET-COD
           MOVE ARQPRW2-NM-ESCRT    TO WRK-CSV-DET-NOME
           MOVE ';'                 TO WRK-CSV-DET-PV1
                                       WRK-CSV-DET-PV2
                                       WRK-CSV-DET-PV3
                                       WRK-CSV-DET-PV4

           INSPECT WRK-CSV-DET-GESTOR REPLACING ALL ';' BY ','
           INSPECT WRK-CSV-DET-NOME   REPLACING ALL ';' BY ','

           PERFORM 6110-MONTAR-COLUNA
              VARYING WRK-SUB-COL FROM 1 BY 1
              UNTIL WRK-SUB-COL GREATER 14

           MOVE WRK-TOT-LINHA       TO WRK-PRV-DET-TOTAL
                                       WRK-CSV-DET-TOTAL

           PERFORM 6500-GRAVAR-LINHA-PRV

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQCSV01      TO TRUE

           WRITE FD-ARQCSV01 FROM WRK-CSV-DETALHE

           IF NOT WRK-FS-CSV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-GRAVA-ARQCSV01

           PERFORM 6010-LER-PREVISAO
           .
      *----------------------------------------------------------------*
       6100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE MONTAGEM DE 1 COLUNA DO ESCRITORIO CORRENTE NA
      *    LINHA IMPRESSA E NO CSV, SOMANDO NO TOTAL DA LINHA, DO
      *    GESTOR E GERAL
      *----------------------------------------------------------------*
       6110-MONTAR-COLUNA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQPRW2-QTDE(WRK-SUB-COL)
             TO WRK-PRV-DET-QTDE(WRK-SUB-COL)
                WRK-CSV-DET-QTDE(WRK-SUB-COL)
           MOVE ';' TO WRK-CSV-DET-PV(WRK-SUB-COL)

           ADD ARQPRW2-QTDE(WRK-SUB-COL)
            TO WRK-TOT-LINHA
               WRK-TOT-GES-QTDE(WRK-SUB-COL)
               WRK-TOT-GER-QTDE(WRK-SUB-COL)
           .
      *----------------------------------------------------------------*
       6110-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE INICIO DE GESTOR: ZERA OS TOTAIS DO GESTOR E
      *    IMPRIME O CABECALHO EM PAGINA NOVA
      *----------------------------------------------------------------*
       6200-INICIAR-GESTOR SECTION.
      *----------------------------------------------------------------*
           MOVE ARQPRW2-NM-GESTOR   TO WRK-PRV-GESTOR-ANT
           INITIALIZE WRK-TOT-GESTOR

           ADD 1 TO WRK-PRV-PAGINA
           MOVE WRK-PRV-PAGINA      TO WRK-PRV-CAB-PAGINA
           MOVE WRK-DATA-BASE       TO WRK-PRV-CAB-DATA
           MOVE ARQPRW2-NM-GESTOR   TO WRK-PRV-CAB-GESTOR
           IF ARQPRW2-SIT-SUSPENSO
              MOVE 'SUSPENSOS'      TO WRK-PRV-CAB-SITUACAO
           ELSE
              MOVE 'ATIVOS'         TO WRK-PRV-CAB-SITUACAO
           END-IF

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQPRV01      TO TRUE

           WRITE FD-ARQPRV01 FROM WRK-PRV-CABEC1
           IF NOT WRK-FS-PRV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQPRV01 FROM WRK-PRV-CABEC2
           IF NOT WRK-FS-PRV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQPRV01 FROM WRK-PRV-CABEC3
           IF NOT WRK-FS-PRV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6200-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO TOTAL DO GESTOR CORRENTE
      *----------------------------------------------------------------*
       6300-TOTALIZAR-GESTOR SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES              TO WRK-PRV-DETALHE
           MOVE '0'                 TO WRK-PRV-DET-CTL
           MOVE 'TOTAL DO GESTOR'   TO WRK-PRV-DET-NOME
           MOVE ZEROS               TO WRK-TOT-LINHA

           PERFORM 6310-MONTAR-COLUNA-GESTOR
              VARYING WRK-SUB-COL FROM 1 BY 1
              UNTIL WRK-SUB-COL GREATER 14

           MOVE WRK-TOT-LINHA       TO WRK-PRV-DET-TOTAL

           PERFORM 6500-GRAVAR-LINHA-PRV
           .
      *----------------------------------------------------------------*
       6300-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE MONTAGEM DE 1 COLUNA DO TOTAL DO GESTOR
      *----------------------------------------------------------------*
       6310-MONTAR-COLUNA-GESTOR SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TOT-GES-QTDE(WRK-SUB-COL)
             TO WRK-PRV-DET-QTDE(WRK-SUB-COL)
           ADD WRK-TOT-GES-QTDE(WRK-SUB-COL) TO WRK-TOT-LINHA
           .
      *----------------------------------------------------------------*
       6310-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO TOTAL GERAL DA MATRIZ CORRENTE
      *    (ATIVOS OU SUSPENSOS)
      *----------------------------------------------------------------*
       6400-TOTALIZAR-GERAL SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES              TO WRK-PRV-DETALHE
           MOVE '0'                 TO WRK-PRV-DET-CTL
           IF WRK-PRV-SIT-ANT EQUAL 'S'
              MOVE 'TOTAL GERAL - SUSPENSOS' TO WRK-PRV-DET-NOME
           ELSE
              MOVE 'TOTAL GERAL - ATIVOS'    TO WRK-PRV-DET-NOME
           END-IF
           MOVE ZEROS               TO WRK-TOT-LINHA

           PERFORM 6410-MONTAR-COLUNA-GERAL
              VARYING WRK-SUB-COL FROM 1 BY 1
              UNTIL WRK-SUB-COL GREATER 14

           MOVE WRK-TOT-LINHA       TO WRK-PRV-DET-TOTAL

           PERFORM 6500-GRAVAR-LINHA-PRV
           .
      *----------------------------------------------------------------*
       6400-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE MONTAGEM DE 1 COLUNA DO TOTAL GERAL
      *----------------------------------------------------------------*
       6410-MONTAR-COLUNA-GERAL SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TOT-GER-QTDE(WRK-SUB-COL)
             TO WRK-PRV-DET-QTDE(WRK-SUB-COL)
           ADD WRK-TOT-GER-QTDE(WRK-SUB-COL) TO WRK-TOT-LINHA
           .
      *----------------------------------------------------------------*
       6410-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA DA MATRIZ (ARQPRV01), JA
      *    MONTADA EM WRK-PRV-DETALHE PELO CHAMADOR
      *----------------------------------------------------------------*
       6500-GRAVAR-LINHA-PRV SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQPRV01      TO TRUE

           WRITE FD-ARQPRV01 FROM WRK-PRV-DETALHE

           IF NOT WRK-FS-PRV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION .
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS CAD01:' WRK-FS-ARQCAD01         '*'
           DISPLAY '* FILE-STATUS ESC01:' WRK-FS-ARQESC01         '*'
           DISPLAY '* FILE-STATUS PRW1:' WRK-FS-ARQPRW1           '*'
           DISPLAY '* FILE-STATUS PRW2:' WRK-FS-ARQPRW2           '*'
           DISPLAY '* FILE-STATUS PRV01:' WRK-FS-ARQPRV01         '*'
           DISPLAY '* FILE-STATUS CSV01:' WRK-FS-ARQCSV01         '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 12 TO WRK-RC-FINAL

           SET WRK-FINALIZ-COM-ERRO TO TRUE

           PERFORM 9900-FINALIZAR.
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CANCELAMENTO POR TABELA SUBDIMENSIONADA. A
      *    MENSAGEM ESPECIFICA JA FOI EXIBIDA POR QUEM DETECTOU O
      *    PROBLEMA.
      *----------------------------------------------------------------*
       9150-ERRO-INTEGRIDADE SECTION.
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*  EXECUCAO CANCELADA - TABELA INSUFICIENTE    *'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 16 TO WRK-RC-FINAL

           SET WRK-FINALIZ-COM-ERRO TO TRUE

           PERFORM 9900-FINALIZAR.
      *----------------------------------------------------------------*
       9150-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE FECHAMENTO DO PROGRAMA: EXIBE A CONCILIACAO DA
      *    LEITURA (LIDOS = ATIVOS + SUSPENSOS + DESLIGADOS + DATA
      *    INVALIDA + SITUACAO INVALIDA) E ENCERRA. O RETURN-CODE SEGUE
      *    A MESMA ESCADA DO EXER0103: 0 = LIMPO, 4 = PREVISAO GERADA
      *    COM REGISTROS IGNORADOS OU ESCRITORIO FORA DO MESTRE, 12 =
      *    ABORTO POR ERRO DE ARQUIVO, 16 = PARM INVALIDO OU TABELA
      *    INSUFICIENTE.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQPRV01
           CLOSE ARQCSV01

           DISPLAY '***************************************************'
           DISPLAY '* DATA BASE                  'WRK-DATA-BASE
           DISPLAY '* QTDE LIDA DO CADASTRO      'ACU-LIDOS-ARQCAD01
           DISPLAY '* QTDE DE ATIVOS NA MATRIZ   'ACU-ATIVOS
           DISPLAY '* QTDE DE SUSPENSOS          'ACU-SUSPENSOS
           DISPLAY '* QTDE DE DESLIGADOS (FORA)  'ACU-DESLIGADOS
           DISPLAY '* QTDE COM DATA INVALIDA     'ACU-DATA-INVALIDA
           DISPLAY '* QTDE COM SITUACAO INVALIDA 'ACU-SIT-INVALIDA
           DISPLAY '* ESCRITORIOS FORA DO MESTRE 'ACU-ESCRT-SEM-MESTRE
           DISPLAY '* LINHAS GRAVADAS NO CSV     'ACU-GRAVA-ARQCSV01
           DISPLAY '* EXER0110 - FIM DO PROGRAMA.                      '
           DISPLAY '***************************************************'

           IF NOT WRK-FINALIZ-COM-ERRO
              IF ACU-DATA-INVALIDA GREATER ZERO
              OR ACU-SIT-INVALIDA GREATER ZERO
              OR ACU-ESCRT-SEM-MESTRE GREATER ZERO
                 MOVE 04 TO WRK-RC-FINAL
              ELSE
                 MOVE ZEROS TO WRK-RC-FINAL
              END-IF
           END-IF

           MOVE WRK-RC-FINAL TO RETURN-CODE

           STOP RUN.

      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

          END PROGRAM EXER0110.
      *----------------------------------------------------------------*
