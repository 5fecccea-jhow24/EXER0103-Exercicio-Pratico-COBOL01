      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0111.
       AUTHOR.     ARI BORGES.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0111
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   PLACAR DE CONFORMIDADE POR ESCRITORIO E POR *
      *                    GESTOR REGIONAL PARA A REUNIAO MENSAL DE    *
      *                    GESTAO. LE O CADASTRO INDEXADO (ARQCAD01) E *
      *                    CLASSIFICA OS FUNCIONARIOS ATIVOS VENCIDOS  *
      *                    NA DATA BASE DO PARM POR DIAS DE ATRASO     *
      *                    (1-30, 31-60, 61-90, MAIS DE 90). PARA CADA *
      *                    FUNCIONARIO, PERCORRE O HISTORICO DE        *
      *                    RENOVACAO (ARQHST01) E AVALIA AS RENOVACOES *
      *                    DO PERIODO DE APURACAO PELAS IMAGENS        *
      *                    ANTES/DEPOIS: RENOVACAO FEITA ATE A DATA DE *
      *                    CONTROLE ANTERIOR ESTA NO PRAZO; DEPOIS     *
      *                    DELA, ESTA ATRASADA PELA DIFERENCA EM DIAS. *
      *                    O RELATORIO (ARQSCO01) TRAZ, POR ESCRITORIO *
      *                    E DEPOIS POR GESTOR (ARQESC01), O % DE      *
      *                    CONFORMIDADE, AS FAIXAS DE ATRASO, O % DE   *
      *                    RENOVACAO NO PRAZO E A MEDIA DE DIAS DE     *
      *                    ATRASO, DO PIOR PARA O MELHOR.              *
      *                    SUSPENSOS E DESLIGADOS NAO ENTRAM NA        *
      *                    CONFORMIDADE, MAS SUAS RENOVACOES CONTAM.   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCAD01                                  CAD01103
      *      ARQHST01                                  HST01104
      *      ARQESC01                                  ESC01103
      *      ARQSCW1                                   (TRABALHO)
      *      ARQSCW2                                   (TRABALHO)
      *      ARQSCO01                                  (RELAT.PLACAR)
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
           SELECT ARQHST01 ASSIGN       TO UT-S-ARQHST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQHST01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQHST01.
      *
           SELECT ARQESC01 ASSIGN       TO UT-S-ARQESC01
                      FILE STATUS      IS WRK-FS-ARQESC01.
      *
           SELECT ARQSCW1  ASSIGN       TO UT-S-ARQSCW1
                      FILE STATUS      IS WRK-FS-ARQSCW1.
      *
           SELECT ARQSCW2  ASSIGN       TO UT-S-ARQSCW2
                      FILE STATUS      IS WRK-FS-ARQSCW2.
      *
           SELECT WRK-SD-PLACAR ASSIGN  TO UT-S-ARQSCWS.
      *
           SELECT ARQSCO01 ASSIGN       TO UT-S-ARQSCO01
                      FILE STATUS      IS WRK-FS-ARQSCO01.
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
      *   INPUT:     HISTORICO PERMANENTE DE RENOVACAO DA DATA DE     *
      *               CONTROLE, INDEXADO POR MATRICULA + SEQUENCIA.   *
      *               POSICIONADO (START) NA MATRICULA DE CADA        *
      *               FUNCIONARIO DO CADASTRO E LIDO ATE A TROCA DE   *
      *               MATRICULA.                                      *
      *               ORG. INDEXADA      -   LRECL = 136              *
      *---------------------------------------------------------------*

       FD  ARQHST01
           LABEL RECORD   IS STANDARD.
           COPY HST01104.

      *---------------------------------------------------------------*
      *   INPUT:     MESTRE DE ESCRITORIOS (CODIGO, NOME OFICIAL E    *
      *               GESTOR REGIONAL).                               *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQESC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQESC01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:    TRABALHO - 1 REGISTRO POR ESCRITORIO (TIPO '1')  *
      *               E 1 POR GESTOR REGIONAL (TIPO '2') COM OS       *
      *               CONTADORES E O % DE CONFORMIDADE, ORDENADO DO   *
      *               PIOR PARA O MELHOR DENTRO DE CADA TIPO.         *
      *               ORG. SEQUENCIAL  -  LRECL = 142                 *
      *---------------------------------------------------------------*

       FD  ARQSCW1
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ARQSCW1-REG-PLACAR.
          05 ARQSCW1-TIPO            PIC X(001).
          05 ARQSCW1-PCT-CONF        PIC 9(003)V99.
          05 ARQSCW1-COD-ESCRT       PIC X(004).
          05 ARQSCW1-NM-ESCRT        PIC X(030).
          05 ARQSCW1-NM-GESTOR       PIC X(030).
          05 ARQSCW1-QTDE-ATIVOS     PIC 9(007).
          05 ARQSCW1-QTDE-EM-DIA     PIC 9(007).
          05 ARQSCW1-QTDE-FAIXA      PIC 9(007) OCCURS 4 TIMES.
          05 ARQSCW1-QTDE-RENOV      PIC 9(007).
          05 ARQSCW1-QTDE-NO-PRAZO   PIC 9(007).
          05 ARQSCW1-QTDE-ATRASADA   PIC 9(007).
          05 ARQSCW1-DIAS-ATRASO     PIC 9(009).

      *---------------------------------------------------------------*
      *   INPUT:     TRABALHO ORDENADO (SAIDA DO SORT DE ARQSCW1)     *
      *               ORG. SEQUENCIAL  -  LRECL = 142                 *
      *---------------------------------------------------------------*

       FD  ARQSCW2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ARQSCW2-REG-PLACAR.
          05 ARQSCW2-TIPO            PIC X(001).
             88 ARQSCW2-TIPO-ESCRT              VALUE '1'.
             88 ARQSCW2-TIPO-GESTOR             VALUE '2'.
          05 ARQSCW2-PCT-CONF        PIC 9(003)V99.
          05 ARQSCW2-COD-ESCRT       PIC X(004).
          05 ARQSCW2-NM-ESCRT        PIC X(030).
          05 ARQSCW2-NM-GESTOR       PIC X(030).
          05 ARQSCW2-QTDE-ATIVOS     PIC 9(007).
          05 ARQSCW2-QTDE-EM-DIA     PIC 9(007).
          05 ARQSCW2-QTDE-FAIXA      PIC 9(007) OCCURS 4 TIMES.
          05 ARQSCW2-QTDE-RENOV      PIC 9(007).
          05 ARQSCW2-QTDE-NO-PRAZO   PIC 9(007).
          05 ARQSCW2-QTDE-ATRASADA   PIC 9(007).
          05 ARQSCW2-DIAS-ATRASO     PIC 9(009).

      *---------------------------------------------------------------*
      *   SORT:      ORDENACAO DO TRABALHO POR TIPO, % DE             *
      *               CONFORMIDADE CRESCENTE (PIOR PRIMEIRO), ATIVOS  *
      *               DECRESCENTE (EMPATE: O MAIOR PRIMEIRO) E NOME   *
      *---------------------------------------------------------------*

       SD  WRK-SD-PLACAR.
       01 WRK-SD-SCO-REG.
          05 WRK-SD-SCO-TIPO         PIC X(001).
          05 WRK-SD-SCO-PCT-CONF     PIC 9(003)V99.
          05 WRK-SD-SCO-COD-ESCRT    PIC X(004).
          05 WRK-SD-SCO-NM-ESCRT     PIC X(030).
          05 WRK-SD-SCO-NM-GESTOR    PIC X(030).
          05 WRK-SD-SCO-QTDE-ATIVOS  PIC 9(007).
          05 FILLER                  PIC X(065).

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DO PLACAR DE CONFORMIDADE.             *
      *               ORG. SEQUENCIAL   -   LRECL = 133 (1A POSICAO   *
      *               E O CARACTERE DE CONTROLE DE FORMULARIO - ASA). *
      *---------------------------------------------------------------*

       FD  ARQSCO01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSCO01             PIC X(133).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0111 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0111'.
       77 ACU-LIDOS-ARQCAD01      PIC  9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQHST01      PIC  9(007) VALUE ZEROS.
       77 ACU-ATIVOS              PIC  9(007) VALUE ZEROS.
       77 ACU-VENCIDOS            PIC  9(007) VALUE ZEROS.
       77 ACU-FORA-CONFORMIDADE   PIC  9(007) VALUE ZEROS.
       77 ACU-DATA-INVALIDA       PIC  9(007) VALUE ZEROS.
       77 ACU-HST-INVALIDO        PIC  9(007) VALUE ZEROS.
       77 ACU-RENOVACOES          PIC  9(007) VALUE ZEROS.
       77 ACU-ESCRT-SEM-MESTRE    PIC  9(005) VALUE ZEROS.
       77 WRK-DATA-BASE           PIC  9(008) VALUE ZEROS.
       77 WRK-DATA-INICIO         PIC  9(008) VALUE ZEROS.
       77 WRK-DATA-CNTRL-NUM      PIC  9(008) VALUE ZEROS.
       77 WRK-HST-ANTES-NUM       PIC  9(008) VALUE ZEROS.
       77 WRK-HST-DEPOIS-NUM      PIC  9(008) VALUE ZEROS.
       77 WRK-DIAS-INT-BASE       PIC  9(009) COMP VALUE ZEROS.
       77 WRK-DIAS-ATRASO         PIC  9(009) COMP VALUE ZEROS.
       77 WRK-QTDE-ESC            PIC  9(003) COMP VALUE ZEROS.
       77 WRK-QTDE-GES            PIC  9(003) COMP VALUE ZEROS.
       77 WRK-SUB-FAIXA           PIC  9(002) COMP VALUE ZEROS.
       77 WRK-SCO-PAGINA          PIC  9(003) COMP VALUE ZEROS.
       77 WRK-SCO-TIPO-ANT        PIC  X(001) VALUE SPACES.
       77 WRK-MAX-DIA-CALC        PIC  9(002) COMP VALUE ZEROS.
       77 WRK-LEAP-QUOCIENTE      PIC  9(006) VALUE ZEROS.
       77 WRK-LEAP-RESTO-4        PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-100      PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-400      PIC  9(003) VALUE ZEROS.
       77 WRK-SW-DATA-CTRL        PIC  X(001) VALUE SPACES.
          88 WRK-DATA-OK                      VALUE 'S'.
          88 WRK-DATA-NOK                     VALUE 'N'.
       77 WRK-SW-HST-FIM          PIC  X(001) VALUE 'N'.
          88 WRK-HST-FIM-MATR                 VALUE 'S'.
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
      *----------------------------------------------------------------*
      *    VISAO DD/MM/AAAA DAS DATAS ANTES/DEPOIS DO HISTORICO        *
      *----------------------------------------------------------------*
       01 WRK-HST-DATA            PIC  X(010) VALUE SPACES.
       01 WRK-HST-DATA-R          REDEFINES WRK-HST-DATA.
          05 WRK-HST-DATA-DIA     PIC  9(002).
          05 FILLER               PIC  X(001).
          05 WRK-HST-DATA-MES     PIC  9(002).
          05 FILLER               PIC  X(001).
          05 WRK-HST-DATA-ANO     PIC  9(004).
      *
      *----------------------------------------------------------------*
      *    TABELA DE ACUMULACAO POR ESCRITORIO: CARREGADA DO MESTRE    *
      *    (ARQESC01) EM 1095 E ESTENDIDA EM 3835 PARA O ESCRITORIO DO *
      *    CADASTRO QUE NAO ESTA NO MESTRE (ESSE SAI SOB O GESTOR      *
      *    '*** SEM GESTOR ***'). FAIXA 1 A 4 = VENCIDOS HA 1-30,      *
      *    31-60, 61-90 E MAIS DE 90 DIAS NA DATA BASE.                *
      *----------------------------------------------------------------*
       01 WRK-TAB-ESC.
          05 WRK-ESC-OCR          OCCURS 1 TO 600 TIMES
                                   DEPENDING ON WRK-QTDE-ESC
                                   INDEXED BY WRK-IDX-ESC.
             10 WRK-ESC-COD           PIC X(004).
             10 WRK-ESC-NOME          PIC X(030).
             10 WRK-ESC-GESTOR        PIC X(030).
             10 WRK-ESC-ATIVOS        PIC 9(007) COMP.
             10 WRK-ESC-EM-DIA        PIC 9(007) COMP.
             10 WRK-ESC-FAIXA         PIC 9(007) COMP
                                       OCCURS 4 TIMES.
             10 WRK-ESC-RENOV         PIC 9(007) COMP.
             10 WRK-ESC-NO-PRAZO      PIC 9(007) COMP.
             10 WRK-ESC-ATRASADA      PIC 9(007) COMP.
             10 WRK-ESC-DIAS-ATRASO   PIC 9(009) COMP.
      *
      *----------------------------------------------------------------*
      *    TABELA DE ACUMULACAO POR GESTOR REGIONAL, MONTADA EM 5020 A *
      *    PARTIR DA TABELA DE ESCRITORIOS                             *
      *----------------------------------------------------------------*
       01 WRK-TAB-GES.
          05 WRK-GES-OCR          OCCURS 1 TO 600 TIMES
                                   DEPENDING ON WRK-QTDE-GES
                                   INDEXED BY WRK-IDX-GES.
             10 WRK-GES-NOME          PIC X(030).
             10 WRK-GES-ATIVOS        PIC 9(007) COMP.
             10 WRK-GES-EM-DIA        PIC 9(007) COMP.
             10 WRK-GES-FAIXA         PIC 9(007) COMP
                                       OCCURS 4 TIMES.
             10 WRK-GES-RENOV         PIC 9(007) COMP.
             10 WRK-GES-NO-PRAZO      PIC 9(007) COMP.
             10 WRK-GES-ATRASADA      PIC 9(007) COMP.
             10 WRK-GES-DIAS-ATRASO   PIC 9(009) COMP.
      *
      *----------------------------------------------------------------*
      *    TOTAIS GERAIS DE CADA SECAO DO RELATORIO                    *
      *----------------------------------------------------------------*
       01 WRK-TOT-SECAO.
          05 WRK-TOT-ATIVOS        PIC  9(007) COMP.
          05 WRK-TOT-EM-DIA        PIC  9(007) COMP.
          05 WRK-TOT-FAIXA         PIC  9(007) COMP OCCURS 4 TIMES.
          05 WRK-TOT-RENOV         PIC  9(007) COMP.
          05 WRK-TOT-NO-PRAZO      PIC  9(007) COMP.
          05 WRK-TOT-ATRASADA      PIC  9(007) COMP.
          05 WRK-TOT-DIAS-ATRASO   PIC  9(009) COMP.
      *
      *----------------------------------------------------------------*
      *    AREA DE CALCULO DOS INDICADORES DE 1 LINHA DO RELATORIO     *
      *----------------------------------------------------------------*
       01 WRK-CALC-INDICADORES.
          05 WRK-CALC-ATIVOS       PIC  9(007) COMP.
          05 WRK-CALC-EM-DIA       PIC  9(007) COMP.
          05 WRK-CALC-RENOV        PIC  9(007) COMP.
          05 WRK-CALC-NO-PRAZO     PIC  9(007) COMP.
          05 WRK-CALC-ATRASADA     PIC  9(007) COMP.
          05 WRK-CALC-DIAS-ATRASO  PIC  9(009) COMP.
          05 WRK-CALC-PCT-CONF     PIC  9(003)V99.
          05 WRK-CALC-PCT-PRAZO    PIC  9(003)V99.
          05 WRK-CALC-MEDIA-ATRASO PIC  9(005)V9.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DO PLACAR (ARQSCO01) - LRECL 133,       *
      *    1A POSICAO = CARACTERE DE CONTROLE DE FORMULARIO (ASA)      *
      *----------------------------------------------------------------*
       01 WRK-SCO-CABEC1.
          05 FILLER                PIC  X(001) VALUE '1'.
          05 FILLER                PIC  X(009) VALUE 'EXER0111 '.
          05 FILLER                PIC  X(042) VALUE
                'PLACAR DE CONFORMIDADE DA DATA DE CONTROLE'.
          05 FILLER                PIC  X(011) VALUE 'DATA BASE: '.
          05 WRK-SCO-CAB-DATA      PIC  9(008).
          05 FILLER                PIC  X(004) VALUE SPACES.
          05 FILLER                PIC  X(018) VALUE
                'RENOVACOES DE '.
          05 WRK-SCO-CAB-INICIO    PIC  9(008).
          05 FILLER                PIC  X(005) VALUE ' A   '.
          05 WRK-SCO-CAB-FIM       PIC  9(008).
          05 FILLER                PIC  X(004) VALUE SPACES.
          05 FILLER                PIC  X(008) VALUE 'PAGINA: '.
          05 WRK-SCO-CAB-PAGINA    PIC  ZZ9.
          05 FILLER                PIC  X(004) VALUE SPACES.

       01 WRK-SCO-CABEC2.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 WRK-SCO-CAB-SECAO     PIC  X(060).
          05 FILLER                PIC  X(072) VALUE SPACES.

       01 WRK-SCO-CABEC3.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 WRK-SCO-CAB-COL-NOME  PIC  X(036).
          05 FILLER                PIC  X(020) VALUE
                'ATIVOS EM DIA %CONF.'.
          05 FILLER                PIC  X(028) VALUE
                '  1-30  31-60  61-90    +90 '.
          05 FILLER                PIC  X(020) VALUE
                'RENOV.  PRAZO %PRAZO'.
          05 FILLER                PIC  X(011) VALUE
                '    MED.ATR'.
          05 FILLER                PIC  X(017) VALUE SPACES.

       01 WRK-SCO-DETALHE.
          05 WRK-SCO-DET-CTL       PIC  X(001).
          05 WRK-SCO-DET-COD       PIC  X(004).
          05 WRK-SCO-DET-SEP1      PIC  X(001).
          05 WRK-SCO-DET-NOME      PIC  X(030).
          05 WRK-SCO-DET-SEP2      PIC  X(001).
          05 WRK-SCO-DET-ATIVOS    PIC  ZZZZZ9.
          05 WRK-SCO-DET-SEP3      PIC  X(001).
          05 WRK-SCO-DET-EM-DIA    PIC  ZZZZZ9.
          05 WRK-SCO-DET-SEP4      PIC  X(001).
          05 WRK-SCO-DET-PCT-CONF  PIC  ZZ9,99.
          05 WRK-SCO-DET-COL       OCCURS 4 TIMES.
             10 WRK-SCO-DET-FAIXA  PIC  ZZZZZ9.
             10 WRK-SCO-DET-SEP    PIC  X(001).
          05 WRK-SCO-DET-RENOV     PIC  ZZZZZ9.
          05 WRK-SCO-DET-SEP5      PIC  X(001).
          05 WRK-SCO-DET-NO-PRAZO  PIC  ZZZZZ9.
          05 WRK-SCO-DET-SEP6      PIC  X(001).
          05 WRK-SCO-DET-PCT-PRAZO PIC  ZZ9,99.
          05 WRK-SCO-DET-SEP7      PIC  X(004).
          05 WRK-SCO-DET-MEDIA     PIC  ZZZZ9,9.
          05 WRK-SCO-DET-RESTO     PIC  X(017).
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCAD01      VALUE 'CAD01113'.
          88 WRK-CN-ARQHST01      VALUE 'HST01114'.
          88 WRK-CN-ARQESC01      VALUE 'ESC01113'.
          88 WRK-CN-ARQSCW1       VALUE 'SCW01111'.
          88 WRK-CN-ARQSCW2       VALUE 'SCW02111'.
          88 WRK-CN-ARQSCO01      VALUE 'SCO01111'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
          88 WRK-CN-START         VALUE 'START'.

      *----------------------------------------------------------------
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-FS-ARQCAD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CAD01-OK                  VALUE '00'.
          88 WRK-FS-CAD01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQHST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-HST01-OK                  VALUE '00'.
          88 WRK-FS-HST01-FIM                 VALUE '10'.
          88 WRK-FS-HST01-NAOACHOU            VALUE '23'.
      *
       01 WRK-FS-ARQESC01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-ESC01-OK                  VALUE '00'.
          88 WRK-FS-ESC01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQSCW1          PIC  X(002) VALUE SPACES.
          88 WRK-FS-SCW1-OK                   VALUE '00'.
      *
       01 WRK-FS-ARQSCW2          PIC  X(002) VALUE SPACES.
          88 WRK-FS-SCW2-OK                   VALUE '00'.
          88 WRK-FS-SCW2-FIM                  VALUE '10'.
      *
       01 WRK-FS-ARQSCO01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SCO01-OK                  VALUE '00'.
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
             'EXER0111 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       LINKAGE                         SECTION.
      *================================================================*
      *----------------------------------------------------------------*
      *    AREA DO PARM DE EXECUCAO (JCL EXEC PARM=): DATA BASE DA     *
      *    APURACAO (AAAAMMDD) E DATA INICIAL DO PERIODO DAS           *
      *    RENOVACOES (AAAAMMDD) - O PERIODO VAI DA DATA INICIAL ATE A *
      *    DATA BASE. DATA BASE AUSENTE ASSUME A DATA ATUAL; DATA      *
      *    INICIAL AUSENTE ASSUME O MESMO DIA UM ANO ANTES DA DATA     *
      *    BASE. DATA INVALIDA OU INICIO APOS A BASE CANCELA.          *
      *----------------------------------------------------------------*
       01 WRK-JCL-PARM.
          05 WRK-PARM-LEN            PIC  S9(004) COMP.
          05 WRK-PARM-DADOS.
             10 WRK-PARM-DATA-BASE   PIC  9(008).
             10 WRK-PARM-DATA-INICIO PIC  9(008).
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
           PERFORM 5000-GERAR-PLACAR
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
      *    BASE E O PERIODO DAS RENOVACOES, ABRE OS ARQUIVOS, CARREGA
      *    O MESTRE DE ESCRITORIOS E POSICIONA A LEITURA DO CADASTRO
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PARM-LEN NOT LESS 8
              MOVE WRK-PARM-DATA-BASE TO WRK-DATA-CONTR-INV-NUM
              PERFORM 3805-VALIDAR-DATA-CONTROLE
              IF WRK-DATA-NOK
                 DISPLAY '* DATA BASE INVALIDA NO PARM: '
                         WRK-PARM-DATA-BASE ' *'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WRK-PARM-DATA-BASE TO WRK-DATA-BASE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-BASE
           END-IF

           IF WRK-PARM-LEN NOT LESS 16
              MOVE WRK-PARM-DATA-INICIO TO WRK-DATA-CONTR-INV-NUM
              PERFORM 3805-VALIDAR-DATA-CONTROLE
              IF WRK-DATA-NOK
              OR WRK-PARM-DATA-INICIO GREATER WRK-DATA-BASE
                 DISPLAY '* DATA INICIAL DAS RENOVACOES INVALIDA NO '
                         'PARM: ' WRK-PARM-DATA-INICIO ' *'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WRK-PARM-DATA-INICIO TO WRK-DATA-INICIO
           ELSE
              MOVE WRK-DATA-BASE TO WRK-DATA-CONTR-INV-NUM
              SUBTRACT 1 FROM WRK-ANO
              IF WRK-MES EQUAL 02 AND WRK-DIA EQUAL 29
                 MOVE 28 TO WRK-DIA
              END-IF
              MOVE WRK-DATA-CONTR-INV-NUM TO WRK-DATA-INICIO
           END-IF

           COMPUTE WRK-DIAS-INT-BASE =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT  ARQCAD01
                INPUT  ARQHST01
                OUTPUT ARQSCO01
      *
           IF WRK-FS-CAD01-OK
           AND WRK-FS-HST01-OK
           AND WRK-FS-SCO01-OK
              CONTINUE
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
      *    ROTINA DE CARGA DO MESTRE DE ESCRITORIOS (ARQESC01) NA
      *    TABELA DE ACUMULACAO, COM OS CONTADORES ZERADOS
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

           IF WRK-QTDE-ESC EQUAL ZERO
              DISPLAY '* MESTRE DE ESCRITORIOS (ARQESC01) VAZIO - '
                      'PLACAR SEM NOME NEM GESTOR *'
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
              IF WRK-QTDE-ESC LESS 500
                 ADD 1 TO WRK-QTDE-ESC
                 SET WRK-IDX-ESC TO WRK-QTDE-ESC
                 INITIALIZE WRK-ESC-OCR(WRK-IDX-ESC)
                 MOVE ARQESC01-COD-ESCRT
                   TO WRK-ESC-COD(WRK-IDX-ESC)
                 MOVE ARQESC01-NM-ESCRT
                   TO WRK-ESC-NOME(WRK-IDX-ESC)
                 MOVE ARQESC01-NM-GESTOR
                   TO WRK-ESC-GESTOR(WRK-IDX-ESC)
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
      *    ROTINA DE PROCESSAMENTO DE 1 FUNCIONARIO DO CADASTRO: O
      *    ATIVO ENTRA NA CONFORMIDADE (EM DIA OU NA FAIXA DE ATRASO);
      *    DATA DE CONTROLE INVALIDA E APONTADA (RETURN-CODE 04) E
      *    FICA FORA DA CONFORMIDADE. EM TODOS OS CASOS AS RENOVACOES
      *    DO PERIODO NO HISTORICO SAO AVALIADAS PARA O ESCRITORIO
      *    ATUAL DO FUNCIONARIO.
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3835-LOCALIZAR-ESCRITORIO

           IF ARQCAD01-SIT-ATIVO
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
                 ADD 1 TO ACU-ATIVOS
                 ADD 1 TO WRK-ESC-ATIVOS(WRK-IDX-ESC)
                 MOVE WRK-DATA-CONTR-INV-NUM TO WRK-DATA-CNTRL-NUM
                 IF WRK-DATA-CNTRL-NUM LESS WRK-DATA-BASE
                    ADD 1 TO ACU-VENCIDOS
                    PERFORM 3010-CLASSIFICAR-ATRASO
                 ELSE
                    ADD 1 TO WRK-ESC-EM-DIA(WRK-IDX-ESC)
                 END-IF
              END-IF
           ELSE
              ADD 1 TO ACU-FORA-CONFORMIDADE
           END-IF

           PERFORM 3850-AVALIAR-HISTORICO

           PERFORM 3800-LER-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CLASSIFICACAO DO VENCIDO NA FAIXA DE ATRASO PELOS
      *    DIAS CORRIDOS ENTRE A DATA DE CONTROLE E A DATA BASE
      *----------------------------------------------------------------*
       3010-CLASSIFICAR-ATRASO SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-INT-BASE -
              FUNCTION INTEGER-OF-DATE(WRK-DATA-CNTRL-NUM)

           EVALUATE TRUE
              WHEN WRK-DIAS-ATRASO NOT GREATER 30
                 MOVE 1 TO WRK-SUB-FAIXA
              WHEN WRK-DIAS-ATRASO NOT GREATER 60
                 MOVE 2 TO WRK-SUB-FAIXA
              WHEN WRK-DIAS-ATRASO NOT GREATER 90
                 MOVE 3 TO WRK-SUB-FAIXA
              WHEN OTHER
                 MOVE 4 TO WRK-SUB-FAIXA
           END-EVALUATE

           ADD 1 TO WRK-ESC-FAIXA(WRK-IDX-ESC WRK-SUB-FAIXA)
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
      *    NA TABELA DE ACUMULACAO (WRK-IDX-ESC). ESCRITORIO FORA DO
      *    MESTRE GANHA UMA ENTRADA PROPRIA COM O NOME DO CADASTRO E
      *    O GESTOR '*** SEM GESTOR ***', E E APONTADO UMA VEZ.
      *----------------------------------------------------------------*
       3835-LOCALIZAR-ESCRITORIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-IDX-ESC TO 1

           SEARCH WRK-ESC-OCR
              AT END
                 IF WRK-QTDE-ESC NOT LESS 600
                    DISPLAY '* MAIS DE 100 ESCRITORIOS DO CADASTRO '
                            'FORA DO MESTRE - TABELA INSUFICIENTE *'
                    PERFORM 9150-ERRO-INTEGRIDADE
                 END-IF
                 ADD 1 TO WRK-QTDE-ESC
                 ADD 1 TO ACU-ESCRT-SEM-MESTRE
                 SET WRK-IDX-ESC TO WRK-QTDE-ESC
                 INITIALIZE WRK-ESC-OCR(WRK-IDX-ESC)
                 MOVE ARQCAD01-COD-ESCRT
                   TO WRK-ESC-COD(WRK-IDX-ESC)
                 MOVE ARQCAD01-NM-ESCRT
                   TO WRK-ESC-NOME(WRK-IDX-ESC)
                 MOVE '*** SEM GESTOR ***'
                   TO WRK-ESC-GESTOR(WRK-IDX-ESC)
                 DISPLAY '* AVISO: ESCRITORIO ' ARQCAD01-COD-ESCRT
                         ' DO CADASTRO NAO CONSTA DO MESTRE '
                         '(ARQESC01) *'
              WHEN WRK-ESC-COD(WRK-IDX-ESC) EQUAL ARQCAD01-COD-ESCRT
                 CONTINUE
           END-SEARCH
           .
      *----------------------------------------------------------------*
       3835-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE AVALIACAO DO HISTORICO DE RENOVACAO DA MATRICULA
      *    CORRENTE: POSICIONA NA PRIMEIRA SEQUENCIA E LE ATE A TROCA
      *    DE MATRICULA. MATRICULA SEM HISTORICO ('23'/'10' NO START)
      *    NAO TEM RENOVACAO A AVALIAR.
      *----------------------------------------------------------------*
       3850-AVALIAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                TO WRK-SW-HST-FIM

           MOVE ARQCAD01-NR-MATR   TO ARQHST01-NR-MATR
           MOVE ZEROS              TO ARQHST01-NR-SEQ

           SET WRK-CN-START             TO TRUE
           SET WRK-CN-ARQHST01          TO TRUE

           START ARQHST01 KEY NOT LESS ARQHST01-CHAVE

           IF WRK-FS-HST01-OK
              PERFORM 3851-LER-HISTORICO
                 UNTIL WRK-HST-FIM-MATR
           ELSE
              IF NOT WRK-FS-HST01-NAOACHOU
              AND NOT WRK-FS-HST01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 REGISTRO DO HISTORICO NA VARREDURA
      *    DA MATRICULA CORRENTE (3850)
      *----------------------------------------------------------------*
       3851-LER-HISTORICO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQHST01          TO TRUE

           READ ARQHST01 NEXT RECORD.

           IF WRK-FS-HST01-OK
              IF ARQHST01-NR-MATR EQUAL ARQCAD01-NR-MATR
                 ADD 1 TO ACU-LIDOS-ARQHST01
                 PERFORM 3860-AVALIAR-RENOVACAO
              ELSE
                 SET WRK-HST-FIM-MATR TO TRUE
              END-IF
           ELSE
              SET WRK-HST-FIM-MATR TO TRUE
              IF NOT WRK-FS-HST01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3851-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE AVALIACAO DE 1 TROCA DE DATA DO HISTORICO: E
      *    RENOVACAO DO PERIODO QUANDO A DATA DEPOIS E POSTERIOR A
      *    DATA ANTES E O EVENTO CAIU ENTRE A DATA INICIAL E A DATA
      *    BASE. NO PRAZO SE O EVENTO FOI ATE A DATA ANTES (O
      *    VENCIMENTO QUE ESTAVA EM VIGOR); SENAO ATRASADA PELA
      *    DIFERENCA EM DIAS. TROCA COM DATA ANTES/DEPOIS INVALIDA E
      *    APONTADA E NAO ENTRA NA AVALIACAO.
      *----------------------------------------------------------------*
       3860-AVALIAR-RENOVACAO SECTION.
      *----------------------------------------------------------------*
           IF ARQHST01-DAT-EVENTO NOT LESS WRK-DATA-INICIO
           AND ARQHST01-DAT-EVENTO NOT GREATER WRK-DATA-BASE
              MOVE ARQHST01-DAT-ANTES  TO WRK-HST-DATA
              MOVE WRK-HST-DATA-DIA    TO WRK-DIA
              MOVE WRK-HST-DATA-MES    TO WRK-MES
              MOVE WRK-HST-DATA-ANO    TO WRK-ANO
              PERFORM 3805-VALIDAR-DATA-CONTROLE
              MOVE WRK-DATA-CONTR-INV-NUM TO WRK-HST-ANTES-NUM

              IF WRK-DATA-OK
                 MOVE ARQHST01-DAT-DEPOIS TO WRK-HST-DATA
                 MOVE WRK-HST-DATA-DIA    TO WRK-DIA
                 MOVE WRK-HST-DATA-MES    TO WRK-MES
                 MOVE WRK-HST-DATA-ANO    TO WRK-ANO
                 PERFORM 3805-VALIDAR-DATA-CONTROLE
                 MOVE WRK-DATA-CONTR-INV-NUM TO WRK-HST-DEPOIS-NUM
              END-IF

              IF WRK-DATA-NOK
                 ADD 1 TO ACU-HST-INVALIDO
                 DISPLAY '* AVISO: DATA INVALIDA NO HISTORICO - '
                         'MATRICULA ' ARQHST01-NR-MATR
                         ' SEQUENCIA ' ARQHST01-NR-SEQ ' *'
              ELSE
                 IF WRK-HST-DEPOIS-NUM GREATER WRK-HST-ANTES-NUM
                    PERFORM 3861-CONTAR-RENOVACAO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONTAGEM DE 1 RENOVACAO DO PERIODO NO ESCRITORIO:
      *    NO PRAZO SE O EVENTO FOI ATE A DATA ANTES, SENAO ATRASADA
      *    COM OS DIAS DE ATRASO
      *----------------------------------------------------------------*
       3861-CONTAR-RENOVACAO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO ACU-RENOVACOES
           ADD 1 TO WRK-ESC-RENOV(WRK-IDX-ESC)

           IF ARQHST01-DAT-EVENTO NOT GREATER WRK-HST-ANTES-NUM
              ADD 1 TO WRK-ESC-NO-PRAZO(WRK-IDX-ESC)
           ELSE
              COMPUTE WRK-DIAS-ATRASO =
                 FUNCTION INTEGER-OF-DATE(ARQHST01-DAT-EVENTO) -
                 FUNCTION INTEGER-OF-DATE(WRK-HST-ANTES-NUM)
              ADD 1 TO WRK-ESC-ATRASADA(WRK-IDX-ESC)
              ADD WRK-DIAS-ATRASO TO WRK-ESC-DIAS-ATRASO(WRK-IDX-ESC)
           END-IF
           .
      *----------------------------------------------------------------*
       3861-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GERACAO DO PLACAR: CONSOLIDA OS ESCRITORIOS POR
      *    GESTOR, DESCARREGA ESCRITORIOS E GESTORES NO TRABALHO
      *    (ARQSCW1) COM O % DE CONFORMIDADE, ORDENA DO PIOR PARA O
      *    MELHOR E IMPRIME UMA SECAO POR TIPO
      *----------------------------------------------------------------*
       5000-GERAR-PLACAR SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQCAD01
           CLOSE ARQHST01

           PERFORM 5020-ACUMULAR-GESTOR
              VARYING WRK-IDX-ESC FROM 1 BY 1
              UNTIL WRK-IDX-ESC GREATER WRK-QTDE-ESC

           SET WRK-CN-OPEN          TO TRUE
           SET WRK-CN-ARQSCW1       TO TRUE

           OPEN OUTPUT ARQSCW1

           IF NOT WRK-FS-SCW1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 5010-DESCARREGAR-ESCRITORIO
              VARYING WRK-IDX-ESC FROM 1 BY 1
              UNTIL WRK-IDX-ESC GREATER WRK-QTDE-ESC

           PERFORM 5030-DESCARREGAR-GESTOR
              VARYING WRK-IDX-GES FROM 1 BY 1
              UNTIL WRK-IDX-GES GREATER WRK-QTDE-GES

           CLOSE ARQSCW1

           SORT WRK-SD-PLACAR
              ON ASCENDING  KEY WRK-SD-SCO-TIPO
                                WRK-SD-SCO-PCT-CONF
              ON DESCENDING KEY WRK-SD-SCO-QTDE-ATIVOS
              ON ASCENDING  KEY WRK-SD-SCO-NM-GESTOR
                                WRK-SD-SCO-COD-ESCRT
              USING ARQSCW1
              GIVING ARQSCW2

           SET WRK-CN-OPEN          TO TRUE
           SET WRK-CN-ARQSCW2       TO TRUE

           OPEN INPUT ARQSCW2

           IF NOT WRK-FS-SCW2-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES TO WRK-SCO-TIPO-ANT

           PERFORM 6010-LER-PLACAR

           PERFORM 6100-IMPRIMIR-PLACAR
              UNTIL WRK-FS-SCW2-FIM

           IF WRK-SCO-TIPO-ANT NOT EQUAL SPACES
              PERFORM 6300-TOTALIZAR-SECAO
           END-IF

           CLOSE ARQSCW2
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE DESCARGA DE 1 ESCRITORIO NO TRABALHO (SO OS QUE
      *    TEM ATIVO OU RENOVACAO NO PERIODO - OS DEMAIS NAO TEM O QUE
      *    MEDIR)
      *----------------------------------------------------------------*
       5010-DESCARREGAR-ESCRITORIO SECTION.
      *----------------------------------------------------------------*
           IF WRK-ESC-ATIVOS(WRK-IDX-ESC) NOT EQUAL ZERO
           OR WRK-ESC-RENOV(WRK-IDX-ESC) NOT EQUAL ZERO
              MOVE '1'                         TO ARQSCW1-TIPO
              MOVE WRK-ESC-COD(WRK-IDX-ESC)    TO ARQSCW1-COD-ESCRT
              MOVE WRK-ESC-NOME(WRK-IDX-ESC)   TO ARQSCW1-NM-ESCRT
              MOVE WRK-ESC-GESTOR(WRK-IDX-ESC) TO ARQSCW1-NM-GESTOR
              MOVE WRK-ESC-ATIVOS(WRK-IDX-ESC) TO ARQSCW1-QTDE-ATIVOS
              MOVE WRK-ESC-EM-DIA(WRK-IDX-ESC) TO ARQSCW1-QTDE-EM-DIA
              MOVE WRK-ESC-FAIXA(WRK-IDX-ESC 1) TO ARQSCW1-QTDE-FAIXA(1)
              MOVE WRK-ESC-FAIXA(WRK-IDX-ESC 2) TO ARQSCW1-QTDE-FAIXA(2)
              MOVE WRK-ESC-FAIXA(WRK-IDX-ESC 3) TO ARQSCW1-QTDE-FAIXA(3)
              MOVE WRK-ESC-FAIXA(WRK-IDX-ESC 4) TO ARQSCW1-QTDE-FAIXA(4)
              MOVE WRK-ESC-RENOV(WRK-IDX-ESC)  TO ARQSCW1-QTDE-RENOV
              MOVE WRK-ESC-NO-PRAZO(WRK-IDX-ESC)
                TO ARQSCW1-QTDE-NO-PRAZO
              MOVE WRK-ESC-ATRASADA(WRK-IDX-ESC)
                TO ARQSCW1-QTDE-ATRASADA
              MOVE WRK-ESC-DIAS-ATRASO(WRK-IDX-ESC)
                TO ARQSCW1-DIAS-ATRASO

              PERFORM 5050-GRAVAR-TRABALHO
           END-IF
           .
      *----------------------------------------------------------------*
       5010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONSOLIDACAO DE 1 ESCRITORIO NA TABELA DE GESTORES
      *----------------------------------------------------------------*
       5020-ACUMULAR-GESTOR SECTION.
      *----------------------------------------------------------------*
           SET WRK-IDX-GES TO 1

           IF WRK-QTDE-GES EQUAL ZERO
              PERFORM 5021-INCLUIR-GESTOR
           ELSE
              SEARCH WRK-GES-OCR
                 AT END
                    PERFORM 5021-INCLUIR-GESTOR
                 WHEN WRK-GES-NOME(WRK-IDX-GES)
                      EQUAL WRK-ESC-GESTOR(WRK-IDX-ESC)
                    CONTINUE
              END-SEARCH
           END-IF

           ADD WRK-ESC-ATIVOS(WRK-IDX-ESC)
            TO WRK-GES-ATIVOS(WRK-IDX-GES)
           ADD WRK-ESC-EM-DIA(WRK-IDX-ESC)
            TO WRK-GES-EM-DIA(WRK-IDX-GES)
           ADD WRK-ESC-FAIXA(WRK-IDX-ESC 1)
            TO WRK-GES-FAIXA(WRK-IDX-GES 1)
           ADD WRK-ESC-FAIXA(WRK-IDX-ESC 2)
            TO WRK-GES-FAIXA(WRK-IDX-GES 2)
           ADD WRK-ESC-FAIXA(WRK-IDX-ESC 3)
            TO WRK-GES-FAIXA(WRK-IDX-GES 3)
           ADD WRK-ESC-FAIXA(WRK-IDX-ESC 4)
            TO WRK-GES-FAIXA(WRK-IDX-GES 4)
           ADD WRK-ESC-RENOV(WRK-IDX-ESC)
            TO WRK-GES-RENOV(WRK-IDX-GES)
           ADD WRK-ESC-NO-PRAZO(WRK-IDX-ESC)
            TO WRK-GES-NO-PRAZO(WRK-IDX-GES)
           ADD WRK-ESC-ATRASADA(WRK-IDX-ESC)
            TO WRK-GES-ATRASADA(WRK-IDX-GES)
           ADD WRK-ESC-DIAS-ATRASO(WRK-IDX-ESC)
            TO WRK-GES-DIAS-ATRASO(WRK-IDX-GES)
           .
      *----------------------------------------------------------------*
       5020-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE INCLUSAO DE UM GESTOR NOVO NA TABELA DE GESTORES
      *----------------------------------------------------------------*
       5021-INCLUIR-GESTOR SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-GES
           SET WRK-IDX-GES TO WRK-QTDE-GES
           INITIALIZE WRK-GES-OCR(WRK-IDX-GES)
           MOVE WRK-ESC-GESTOR(WRK-IDX-ESC) TO WRK-GES-NOME(WRK-IDX-GES)
           .
      *----------------------------------------------------------------*
       5021-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE DESCARGA DE 1 GESTOR NO TRABALHO (SO OS QUE TEM
      *    ATIVO OU RENOVACAO NO PERIODO)
      *----------------------------------------------------------------*
       5030-DESCARREGAR-GESTOR SECTION.
      *----------------------------------------------------------------*
           IF WRK-GES-ATIVOS(WRK-IDX-GES) NOT EQUAL ZERO
           OR WRK-GES-RENOV(WRK-IDX-GES) NOT EQUAL ZERO
              MOVE '2'                         TO ARQSCW1-TIPO
              MOVE SPACES                      TO ARQSCW1-COD-ESCRT
                                                  ARQSCW1-NM-ESCRT
              MOVE WRK-GES-NOME(WRK-IDX-GES)   TO ARQSCW1-NM-GESTOR
              MOVE WRK-GES-ATIVOS(WRK-IDX-GES) TO ARQSCW1-QTDE-ATIVOS
              MOVE WRK-GES-EM-DIA(WRK-IDX-GES) TO ARQSCW1-QTDE-EM-DIA
              MOVE WRK-GES-FAIXA(WRK-IDX-GES 1) TO ARQSCW1-QTDE-FAIXA(1)
              MOVE WRK-GES-FAIXA(WRK-IDX-GES 2) TO ARQSCW1-QTDE-FAIXA(2)
              MOVE WRK-GES-FAIXA(WRK-IDX-GES 3) TO ARQSCW1-QTDE-FAIXA(3)
              MOVE WRK-GES-FAIXA(WRK-IDX-GES 4) TO ARQSCW1-QTDE-FAIXA(4)
              MOVE WRK-GES-RENOV(WRK-IDX-GES)  TO ARQSCW1-QTDE-RENOV
              MOVE WRK-GES-NO-PRAZO(WRK-IDX-GES)
                TO ARQSCW1-QTDE-NO-PRAZO
              MOVE WRK-GES-ATRASADA(WRK-IDX-GES)
                TO ARQSCW1-QTDE-ATRASADA
              MOVE WRK-GES-DIAS-ATRASO(WRK-IDX-GES)
                TO ARQSCW1-DIAS-ATRASO

              PERFORM 5050-GRAVAR-TRABALHO
           END-IF
           .
      *----------------------------------------------------------------*
       5030-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 REGISTRO NO TRABALHO (ARQSCW1), COM
      *    O % DE CONFORMIDADE QUE ORDENA O PLACAR
      *----------------------------------------------------------------*
       5050-GRAVAR-TRABALHO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSCW1-QTDE-ATIVOS   TO WRK-CALC-ATIVOS
           MOVE ARQSCW1-QTDE-EM-DIA   TO WRK-CALC-EM-DIA
           MOVE ARQSCW1-QTDE-RENOV    TO WRK-CALC-RENOV
           MOVE ARQSCW1-QTDE-NO-PRAZO TO WRK-CALC-NO-PRAZO
           MOVE ARQSCW1-QTDE-ATRASADA TO WRK-CALC-ATRASADA
           MOVE ARQSCW1-DIAS-ATRASO   TO WRK-CALC-DIAS-ATRASO

           PERFORM 5060-CALCULAR-INDICADORES

           MOVE WRK-CALC-PCT-CONF     TO ARQSCW1-PCT-CONF

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQSCW1       TO TRUE

           WRITE ARQSCW1-REG-PLACAR

           IF NOT WRK-FS-SCW1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       5050-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CALCULO DOS INDICADORES A PARTIR DOS CONTADORES EM
      *    WRK-CALC-INDICADORES: % DE CONFORMIDADE (EM DIA / ATIVOS), %
      *    DE RENOVACAO NO PRAZO E MEDIA DE DIAS DE ATRASO DAS
      *    RENOVACOES ATRASADAS. SEM ATIVO (OU SEM RENOVACAO) O % E
      *    100 - NAO HA O QUE COBRAR.
      *----------------------------------------------------------------*
       5060-CALCULAR-INDICADORES SECTION.
      *----------------------------------------------------------------*
           IF WRK-CALC-ATIVOS GREATER ZERO
              COMPUTE WRK-CALC-PCT-CONF ROUNDED =
                 WRK-CALC-EM-DIA * 100 / WRK-CALC-ATIVOS
           ELSE
              MOVE 100 TO WRK-CALC-PCT-CONF
           END-IF

           IF WRK-CALC-RENOV GREATER ZERO
              COMPUTE WRK-CALC-PCT-PRAZO ROUNDED =
                 WRK-CALC-NO-PRAZO * 100 / WRK-CALC-RENOV
           ELSE
              MOVE 100 TO WRK-CALC-PCT-PRAZO
           END-IF

           IF WRK-CALC-ATRASADA GREATER ZERO
              COMPUTE WRK-CALC-MEDIA-ATRASO ROUNDED =
                 WRK-CALC-DIAS-ATRASO / WRK-CALC-ATRASADA
           ELSE
              MOVE ZEROS TO WRK-CALC-MEDIA-ATRASO
           END-IF
           .
      *----------------------------------------------------------------*
       5060-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 REGISTRO DO TRABALHO ORDENADO
      *----------------------------------------------------------------*
       6010-LER-PLACAR SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ          TO TRUE
           SET WRK-CN-ARQSCW2       TO TRUE

           READ ARQSCW2.

           IF NOT WRK-FS-SCW2-OK
           AND NOT WRK-FS-SCW2-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DE 1 LINHA DO PLACAR, COM QUEBRA DE
      *    TIPO (TOTAL DA SECAO ANTERIOR E CABECALHO DA NOVA)
      *----------------------------------------------------------------*
       6100-IMPRIMIR-PLACAR SECTION.
      *----------------------------------------------------------------*
           IF ARQSCW2-TIPO NOT EQUAL WRK-SCO-TIPO-ANT
              IF WRK-SCO-TIPO-ANT NOT EQUAL SPACES
                 PERFORM 6300-TOTALIZAR-SECAO
              END-IF
              MOVE ARQSCW2-TIPO TO WRK-SCO-TIPO-ANT
              INITIALIZE WRK-TOT-SECAO
              PERFORM 6200-IMPRIMIR-CABECALHO
           END-IF

           MOVE ARQSCW2-QTDE-ATIVOS   TO WRK-CALC-ATIVOS
           MOVE ARQSCW2-QTDE-EM-DIA   TO WRK-CALC-EM-DIA
           MOVE ARQSCW2-QTDE-RENOV    TO WRK-CALC-RENOV
           MOVE ARQSCW2-QTDE-NO-PRAZO TO WRK-CALC-NO-PRAZO
           MOVE ARQSCW2-QTDE-ATRASADA TO WRK-CALC-ATRASADA
           MOVE ARQSCW2-DIAS-ATRASO   TO WRK-CALC-DIAS-ATRASO

           PERFORM 5060-CALCULAR-INDICADORES

           MOVE SPACES                TO WRK-SCO-DETALHE
           IF ARQSCW2-TIPO-ESCRT
              MOVE ARQSCW2-COD-ESCRT  TO WRK-SCO-DET-COD
              MOVE ARQSCW2-NM-ESCRT   TO WRK-SCO-DET-NOME
           ELSE
              MOVE ARQSCW2-NM-GESTOR  TO WRK-SCO-DET-NOME
           END-IF
           MOVE ARQSCW2-QTDE-FAIXA(1) TO WRK-SCO-DET-FAIXA(1)
           MOVE ARQSCW2-QTDE-FAIXA(2) TO WRK-SCO-DET-FAIXA(2)
           MOVE ARQSCW2-QTDE-FAIXA(3) TO WRK-SCO-DET-FAIXA(3)
           MOVE ARQSCW2-QTDE-FAIXA(4) TO WRK-SCO-DET-FAIXA(4)

           PERFORM 6150-MONTAR-INDICADORES

           PERFORM 6500-GRAVAR-LINHA-SCO

           ADD ARQSCW2-QTDE-ATIVOS    TO WRK-TOT-ATIVOS
           ADD ARQSCW2-QTDE-EM-DIA    TO WRK-TOT-EM-DIA
           ADD ARQSCW2-QTDE-FAIXA(1)  TO WRK-TOT-FAIXA(1)
           ADD ARQSCW2-QTDE-FAIXA(2)  TO WRK-TOT-FAIXA(2)
           ADD ARQSCW2-QTDE-FAIXA(3)  TO WRK-TOT-FAIXA(3)
           ADD ARQSCW2-QTDE-FAIXA(4)  TO WRK-TOT-FAIXA(4)
           ADD ARQSCW2-QTDE-RENOV     TO WRK-TOT-RENOV
           ADD ARQSCW2-QTDE-NO-PRAZO  TO WRK-TOT-NO-PRAZO
           ADD ARQSCW2-QTDE-ATRASADA  TO WRK-TOT-ATRASADA
           ADD ARQSCW2-DIAS-ATRASO    TO WRK-TOT-DIAS-ATRASO

           PERFORM 6010-LER-PLACAR
           .
      *----------------------------------------------------------------*
       6100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE MONTAGEM DAS COLUNAS DE CONTAGEM E INDICADORES DA
      *    LINHA (A PARTIR DE WRK-CALC-INDICADORES JA CALCULADO)
      *----------------------------------------------------------------*
       6150-MONTAR-INDICADORES SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CALC-ATIVOS       TO WRK-SCO-DET-ATIVOS
           MOVE WRK-CALC-EM-DIA       TO WRK-SCO-DET-EM-DIA
           MOVE WRK-CALC-PCT-CONF     TO WRK-SCO-DET-PCT-CONF
           MOVE WRK-CALC-RENOV        TO WRK-SCO-DET-RENOV
           MOVE WRK-CALC-NO-PRAZO     TO WRK-SCO-DET-NO-PRAZO
           MOVE WRK-CALC-PCT-PRAZO    TO WRK-SCO-DET-PCT-PRAZO
           MOVE WRK-CALC-MEDIA-ATRASO TO WRK-SCO-DET-MEDIA
           .
      *----------------------------------------------------------------*
       6150-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO CABECALHO DE SECAO EM PAGINA NOVA
      *----------------------------------------------------------------*
       6200-IMPRIMIR-CABECALHO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-SCO-PAGINA
           MOVE WRK-SCO-PAGINA      TO WRK-SCO-CAB-PAGINA
           MOVE WRK-DATA-BASE       TO WRK-SCO-CAB-DATA
                                       WRK-SCO-CAB-FIM
           MOVE WRK-DATA-INICIO     TO WRK-SCO-CAB-INICIO

           IF ARQSCW2-TIPO-ESCRT
              MOVE 'POR ESCRITORIO - DO PIOR PARA O MELHOR'
                TO WRK-SCO-CAB-SECAO
              MOVE 'ESCR NOME DO ESCRITORIO'
                TO WRK-SCO-CAB-COL-NOME
           ELSE
              MOVE 'POR GESTOR REGIONAL - DO PIOR PARA O MELHOR'
                TO WRK-SCO-CAB-SECAO
              MOVE '     GESTOR REGIONAL'
                TO WRK-SCO-CAB-COL-NOME
           END-IF

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQSCO01      TO TRUE

           WRITE FD-ARQSCO01 FROM WRK-SCO-CABEC1
           IF NOT WRK-FS-SCO01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQSCO01 FROM WRK-SCO-CABEC2
           IF NOT WRK-FS-SCO01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQSCO01 FROM WRK-SCO-CABEC3
           IF NOT WRK-FS-SCO01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6200-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO TOTAL GERAL DA SECAO CORRENTE
      *----------------------------------------------------------------*
       6300-TOTALIZAR-SECAO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TOT-ATIVOS        TO WRK-CALC-ATIVOS
           MOVE WRK-TOT-EM-DIA        TO WRK-CALC-EM-DIA
           MOVE WRK-TOT-RENOV         TO WRK-CALC-RENOV
           MOVE WRK-TOT-NO-PRAZO      TO WRK-CALC-NO-PRAZO
           MOVE WRK-TOT-ATRASADA      TO WRK-CALC-ATRASADA
           MOVE WRK-TOT-DIAS-ATRASO   TO WRK-CALC-DIAS-ATRASO

           PERFORM 5060-CALCULAR-INDICADORES

           MOVE SPACES                TO WRK-SCO-DETALHE
           MOVE '0'                   TO WRK-SCO-DET-CTL
           MOVE 'TOTAL GERAL'         TO WRK-SCO-DET-NOME
           MOVE WRK-TOT-FAIXA(1)      TO WRK-SCO-DET-FAIXA(1)
           MOVE WRK-TOT-FAIXA(2)      TO WRK-SCO-DET-FAIXA(2)
           MOVE WRK-TOT-FAIXA(3)      TO WRK-SCO-DET-FAIXA(3)
           MOVE WRK-TOT-FAIXA(4)      TO WRK-SCO-DET-FAIXA(4)

           PERFORM 6150-MONTAR-INDICADORES

           PERFORM 6500-GRAVAR-LINHA-SCO
           .
      *----------------------------------------------------------------*
       6300-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA DO PLACAR (ARQSCO01), JA
      *    MONTADA EM WRK-SCO-DETALHE PELO CHAMADOR
      *----------------------------------------------------------------*
       6500-GRAVAR-LINHA-SCO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQSCO01      TO TRUE

           WRITE FD-ARQSCO01 FROM WRK-SCO-DETALHE

           IF NOT WRK-FS-SCO01-OK
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
           DISPLAY '* FILE-STATUS HST01:' WRK-FS-ARQHST01         '*'
           DISPLAY '* FILE-STATUS ESC01:' WRK-FS-ARQESC01         '*'
           DISPLAY '* FILE-STATUS SCW1:' WRK-FS-ARQSCW1           '*'
           DISPLAY '* FILE-STATUS SCW2:' WRK-FS-ARQSCW2           '*'
           DISPLAY '* FILE-STATUS SCO01:' WRK-FS-ARQSCO01         '*'
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
      *    ROTINA DE FECHAMENTO DO PROGRAMA: EXIBE OS CONTADORES DA
      *    LEITURA (LIDOS = ATIVOS + DATA INVALIDA + FORA DA
      *    CONFORMIDADE) E ENCERRA. RETURN-CODE: 0 = LIMPO, 4 = PLACAR
      *    GERADO COM DATA INVALIDA NO CADASTRO OU NO HISTORICO OU
      *    ESCRITORIO FORA DO MESTRE, 12 = ABORTO POR ERRO DE ARQUIVO,
      *    16 = PARM INVALIDO OU TABELA INSUFICIENTE.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQSCO01

           DISPLAY '***************************************************'
           DISPLAY '* DATA BASE                  'WRK-DATA-BASE
           DISPLAY '* INICIO DAS RENOVACOES      'WRK-DATA-INICIO
           DISPLAY '* QTDE LIDA DO CADASTRO      'ACU-LIDOS-ARQCAD01
           DISPLAY '* QTDE DE ATIVOS AVALIADOS   'ACU-ATIVOS
           DISPLAY '* QTDE DE ATIVOS VENCIDOS    'ACU-VENCIDOS
           DISPLAY '* SUSPENSOS/DESLIGADOS       'ACU-FORA-CONFORMIDADE
           DISPLAY '* QTDE COM DATA INVALIDA     'ACU-DATA-INVALIDA
           DISPLAY '* QTDE LIDA DO HISTORICO     'ACU-LIDOS-ARQHST01
           DISPLAY '* RENOVACOES NO PERIODO      'ACU-RENOVACOES
           DISPLAY '* HISTORICO COM DATA INVALIDA'ACU-HST-INVALIDO
           DISPLAY '* ESCRITORIOS FORA DO MESTRE 'ACU-ESCRT-SEM-MESTRE
           DISPLAY '* EXER0111 - FIM DO PROGRAMA.                      '
           DISPLAY '***************************************************'

           IF NOT WRK-FINALIZ-COM-ERRO
              IF ACU-DATA-INVALIDA GREATER ZERO
              OR ACU-HST-INVALIDO GREATER ZERO
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

          END PROGRAM EXER0111.
      *----------------------------------------------------------------*
