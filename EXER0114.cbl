      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0114.
       AUTHOR.     ARI BORGES.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0114
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   POSICAO RETROATIVA DA DATA DE CONTROLE PARA *
      *                    A AUDITORIA ("QUEM ESTAVA VENCIDO EM        *
      *                    31/03?"). RECEBE NO PARM UMA DATA DE        *
      *                    REFERENCIA PASSADA E, PARA CADA FUNCIONARIO *
      *                    DO CADASTRO INDEXADO (ARQCAD01), PERCORRE O *
      *                    HISTORICO DE RENOVACAO (ARQHST01) ORDENANDO *
      *                    OS EVENTOS POR DATA + HORA DO EVENTO (NAO   *
      *                    PELA SEQUENCIA DA CHAVE). A DATA DE         *
      *                    CONTROLE EM VIGOR NO FIM DO DIA DE          *
      *                    REFERENCIA E A IMAGEM DEPOIS DO ULTIMO      *
      *                    EVENTO ATE ESSE DIA, CONFERIDA CONTRA A     *
      *                    IMAGEM ANTES DO PRIMEIRO EVENTO POSTERIOR   *
      *                    (OU CONTRA A DATA ATUAL DO CADASTRO, SE NAO *
      *                    HOUVE EVENTO DEPOIS). FUNCIONARIO SEM       *
      *                    EVENTO ATE A DATA, OU COM A CADEIA ANTES/   *
      *                    DEPOIS QUEBRADA, SAI COMO NAO VERIFICAVEL - *
      *                    NENHUMA DATA E PRESUMIDA. A DATA            *
      *                    RECONSTRUIDA E CLASSIFICADA CONTRA A DATA   *
      *                    DE REFERENCIA EM VENCIDO / AVISO (JANELA EM *
      *                    DIAS CORRIDOS, PADRAO 30) / EM DIA. O       *
      *                    RELATORIO (ARQFOT01) TRAZ O RESUMO POR      *
      *                    ESCRITORIO E A RELACAO NOMINAL POR          *
      *                    ESCRITORIO COM O EVENTO DE ORIGEM DE CADA   *
      *                    DATA, COM CAMPO DE VISTO POR ESCRITORIO E   *
      *                    TERMO DE CONFERENCIA PARA O AUDITOR.        *
      *                    A SITUACAO DO FUNCIONARIO NAO TEM           *
      *                    HISTORICO: SUSPENSO OU DESLIGADO COM DATA   *
      *                    DE SITUACAO ATE A REFERENCIA FICA FORA DA   *
      *                    CLASSIFICACAO; MUDANCA POSTERIOR NAO MUDA A *
      *                    POSICAO. O ESCRITORIO E O ATUAL DO CADASTRO.*
      *                    DEPOIS DO CADASTRO O HISTORICO E LIDO POR   *
      *                    INTEIRO: MATRICULA QUE NAO ESTA MAIS NO     *
      *                    CADASTRO (DESLIGADO JA EXCLUIDO) E TEM      *
      *                    EVENTO ATE A REFERENCIA TEM A DATA          *
      *                    RECONSTRUIDA DO MESMO MODO (SEM EVENTO      *
      *                    POSTERIOR VALE O ULTIMO EVENTO) E SAI NO    *
      *                    ESCRITORIO "FORA DO CADASTRO ATUAL".        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCAD01                                  CAD01103
      *      ARQHST01                                  HST01104
      *      ARQESC01                                  ESC01103
      *      ARQFTW1                                   (TRABALHO)
      *      ARQFTW2                                   (TRABALHO)
      *      ARQFOT01                                  (RELAT.POSICAO)
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
           SELECT ARQFTW1  ASSIGN       TO UT-S-ARQFTW1
                      FILE STATUS      IS WRK-FS-ARQFTW1.
      *
           SELECT ARQFTW2  ASSIGN       TO UT-S-ARQFTW2
                      FILE STATUS      IS WRK-FS-ARQFTW2.
      *
           SELECT WRK-SD-FOTO   ASSIGN  TO UT-S-ARQFTWS.
      *
           SELECT ARQFOT01 ASSIGN       TO UT-S-ARQFOT01
                      FILE STATUS      IS WRK-FS-ARQFOT01.
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
      *               MATRICULA; NO FIM, LIDO DO INICIO AO FIM PARA   *
      *               AS MATRICULAS FORA DO CADASTRO.                 *
      *               ORG. INDEXADA      -   LRECL = 136              *
      *---------------------------------------------------------------*

       FD  ARQHST01
           LABEL RECORD   IS STANDARD.
           COPY HST01104.

      *---------------------------------------------------------------*
      *   INPUT:     MESTRE DE ESCRITORIOS (CODIGO E NOME OFICIAL).   *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQESC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQESC01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:    TRABALHO - 1 REGISTRO POR FUNCIONARIO DO         *
      *               CADASTRO E POR MATRICULA FORA DO CADASTRO COM   *
      *               EVENTO ATE A REFERENCIA, COM A POSICAO          *
      *               RECONSTRUIDA NA DATA DE REFERENCIA E O EVENTO   *
      *               DO HISTORICO DE ORIGEM.                         *
      *               ORG. SEQUENCIAL  -  LRECL = 143                 *
      *---------------------------------------------------------------*

       FD  ARQFTW1
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ARQFTW1-REG-POSICAO.
          05 ARQFTW1-COD-ESCRT       PIC X(004).
          05 ARQFTW1-NR-MATR         PIC 9(008).
          05 ARQFTW1-NM-FUNC         PIC X(060).
          05 ARQFTW1-SIT-FUNC        PIC X(001).
          05 ARQFTW1-CATEG           PIC 9(001).
          05 ARQFTW1-DAT-REF         PIC X(010).
          05 ARQFTW1-DAT-ATUAL       PIC X(010).
          05 ARQFTW1-HST-SEQ         PIC 9(004).
          05 ARQFTW1-HST-DAT-EVT     PIC 9(008).
          05 ARQFTW1-HST-HRA-EVT     PIC 9(006).
          05 ARQFTW1-HST-ORIGEM      PIC X(001).
          05 ARQFTW1-OBSERVACAO      PIC X(030).

      *---------------------------------------------------------------*
      *   INPUT:     TRABALHO ORDENADO POR ESCRITORIO + MATRICULA     *
      *               (SAIDA DO SORT DE ARQFTW1)                      *
      *               ORG. SEQUENCIAL  -  LRECL = 143                 *
      *---------------------------------------------------------------*

       FD  ARQFTW2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ARQFTW2-REG-POSICAO.
          05 ARQFTW2-COD-ESCRT       PIC X(004).
          05 ARQFTW2-NR-MATR         PIC 9(008).
          05 ARQFTW2-NM-FUNC         PIC X(060).
          05 ARQFTW2-SIT-FUNC        PIC X(001).
          05 ARQFTW2-CATEG           PIC 9(001).
          05 ARQFTW2-DAT-REF         PIC X(010).
          05 ARQFTW2-DAT-ATUAL       PIC X(010).
          05 ARQFTW2-HST-SEQ         PIC 9(004).
          05 ARQFTW2-HST-DAT-EVT     PIC 9(008).
          05 ARQFTW2-HST-HRA-EVT     PIC 9(006).
          05 ARQFTW2-HST-ORIGEM      PIC X(001).
          05 ARQFTW2-OBSERVACAO      PIC X(030).

      *---------------------------------------------------------------*
      *   SORT:      ORDENACAO DO TRABALHO POR ESCRITORIO E MATRICULA *
      *---------------------------------------------------------------*

       SD  WRK-SD-FOTO.
       01 WRK-SD-FOT-REG.
          05 WRK-SD-FOT-COD-ESCRT    PIC X(004).
          05 WRK-SD-FOT-NR-MATR      PIC 9(008).
          05 FILLER                  PIC X(131).

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DA POSICAO NA DATA DE REFERENCIA.      *
      *               ORG. SEQUENCIAL   -   LRECL = 133 (1A POSICAO   *
      *               E O CARACTERE DE CONTROLE DE FORMULARIO - ASA). *
      *---------------------------------------------------------------*

       FD  ARQFOT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQFOT01             PIC X(133).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0114 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0114'.
       77 ACU-LIDOS-ARQCAD01      PIC  9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQHST01      PIC  9(007) VALUE ZEROS.
       77 ACU-GRAVADOS-ARQFTW1    PIC  9(007) VALUE ZEROS.
       77 ACU-IMPRESSOS           PIC  9(007) VALUE ZEROS.
       77 ACU-HST-INVALIDO        PIC  9(007) VALUE ZEROS.
       77 ACU-ESCRT-SEM-MESTRE    PIC  9(005) VALUE ZEROS.
       77 ACU-FORA-CADASTRO       PIC  9(007) VALUE ZEROS.
       77 WRK-DATA-REF            PIC  9(008) VALUE ZEROS.
       77 WRK-DATA-ATUAL          PIC  9(008) VALUE ZEROS.
       77 WRK-DATA-LIMITE-AVISO   PIC  9(008) VALUE ZEROS.
       77 WRK-DIAS-AVISO          PIC  9(003) VALUE 030.
       77 WRK-DATA-CNTRL-NUM      PIC  9(008) VALUE ZEROS.
       77 WRK-HST-QTDE-EVT        PIC  9(005) COMP VALUE ZEROS.
       77 WRK-QTDE-ESC            PIC  9(003) COMP VALUE ZEROS.
       77 WRK-SUB-CATEG           PIC  9(002) COMP VALUE ZEROS.
       77 WRK-FOT-PAGINA          PIC  9(003) COMP VALUE ZEROS.
       77 WRK-FOT-LINHAS          PIC  9(003) COMP VALUE ZEROS.
       77 WRK-FOT-QTDE-ESCRT      PIC  9(007) COMP VALUE ZEROS.
       77 WRK-FOT-ESCRT-ANT       PIC  X(004) VALUE SPACES.
       77 WRK-FORA-NR-MATR        PIC  9(008) VALUE ZEROS.
       77 WRK-FORA-NM-FUNC        PIC  X(060) VALUE SPACES.
       77 WRK-SUB-ESC-FORA        PIC  9(003) COMP VALUE ZEROS.
       77 WRK-COD-ESC-FORA        PIC  X(004) VALUE '****'.
       77 WRK-NM-ESC-FORA         PIC  X(030) VALUE
             'FORA DO CADASTRO ATUAL'.
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
       77 WRK-SW-MATR-CAD         PIC  X(001) VALUE 'S'.
          88 WRK-MATR-NO-CADASTRO             VALUE 'S'.
          88 WRK-MATR-FORA-CADASTRO           VALUE 'N'.
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
      *    VISAO DD/MM/AAAA DAS DATAS DO HISTORICO E DA SITUACAO       *
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
      *    MOMENTO (DATA + HORA) DO EVENTO DO HISTORICO EM LEITURA,    *
      *    USADO PARA ORDENAR OS EVENTOS DA MATRICULA                  *
      *----------------------------------------------------------------*
       01 WRK-HST-MOMENTO.
          05 WRK-HST-MOM-DAT      PIC  9(008) VALUE ZEROS.
          05 WRK-HST-MOM-HRA      PIC  9(006) VALUE ZEROS.
       01 WRK-HST-MOMENTO-NUM     REDEFINES WRK-HST-MOMENTO
                                   PIC  9(014).
      *
      *----------------------------------------------------------------*
      *    ULTIMO EVENTO DA MATRICULA ATE O FIM DO DIA DE REFERENCIA   *
      *    (SUA IMAGEM DEPOIS E A DATA EM VIGOR NA REFERENCIA). EM     *
      *    EMPATE DE DATA + HORA VALE A MAIOR SEQUENCIA.               *
      *----------------------------------------------------------------*
       01 WRK-EVT-ANTERIOR.
          05 WRK-EVA-SW-ACHOU     PIC  X(001).
             88 WRK-EVA-ACHOU                 VALUE 'S'.
             88 WRK-EVA-NAO-ACHOU             VALUE 'N'.
          05 WRK-EVA-MOMENTO      PIC  9(014).
          05 WRK-EVA-SEQ          PIC  9(004).
          05 WRK-EVA-DAT-EVT      PIC  9(008).
          05 WRK-EVA-HRA-EVT      PIC  9(006).
          05 WRK-EVA-ORIGEM       PIC  X(001).
          05 WRK-EVA-DAT-DEPOIS   PIC  X(010).
      *
      *----------------------------------------------------------------*
      *    PRIMEIRO EVENTO DA MATRICULA DEPOIS DO DIA DE REFERENCIA    *
      *    (SUA IMAGEM ANTES TEM DE SER A DATA EM VIGOR NA REFERENCIA) *
      *----------------------------------------------------------------*
       01 WRK-EVT-POSTERIOR.
          05 WRK-EVP-SW-ACHOU     PIC  X(001).
             88 WRK-EVP-ACHOU                 VALUE 'S'.
             88 WRK-EVP-NAO-ACHOU             VALUE 'N'.
          05 WRK-EVP-MOMENTO      PIC  9(014).
          05 WRK-EVP-DAT-ANTES    PIC  X(010).
      *
      *----------------------------------------------------------------*
      *    CATEGORIAS DA POSICAO NA DATA DE REFERENCIA (ARQFTW1-CATEG) *
      *    1 VENCIDO, 2 AVISO, 3 EM DIA, 4 NAO VERIFICAVEL, 5 SUSPENSO *
      *    E 6 DESLIGADO NA DATA                                       *
      *----------------------------------------------------------------*
       01 WRK-TAB-CATEG-LIT.
          05 FILLER                PIC  X(010) VALUE 'VENCIDO   '.
          05 FILLER                PIC  X(010) VALUE 'AVISO     '.
          05 FILLER                PIC  X(010) VALUE 'EM DIA    '.
          05 FILLER                PIC  X(010) VALUE 'NAO VERIF.'.
          05 FILLER                PIC  X(010) VALUE 'SUSPENSO  '.
          05 FILLER                PIC  X(010) VALUE 'DESLIGADO '.
       01 WRK-TAB-CATEG REDEFINES WRK-TAB-CATEG-LIT.
          05 WRK-DESC-CATEG        PIC  X(010) OCCURS 6 TIMES.
      *
       77 WRK-CATEG               PIC  9(001) VALUE ZEROS.
          88 WRK-CATEG-VENCIDO                VALUE 1.
          88 WRK-CATEG-AVISO                  VALUE 2.
          88 WRK-CATEG-EM-DIA                 VALUE 3.
          88 WRK-CATEG-NAO-VERIF              VALUE 4.
          88 WRK-CATEG-SUSPENSO               VALUE 5.
          88 WRK-CATEG-DESLIGADO              VALUE 6.
          88 WRK-CATEG-FORA-CLASSIF           VALUE 5 6.
      *
      *----------------------------------------------------------------*
      *    TABELA DE ACUMULACAO POR ESCRITORIO: CARREGADA DO MESTRE    *
      *    (ARQESC01) EM 1095 E ESTENDIDA EM 3835 PARA O ESCRITORIO DO *
      *    CADASTRO QUE NAO ESTA NO MESTRE E EM 4120 PARA O FORA DO    *
      *    CADASTRO ATUAL. UM CONTADOR POR CATEGORIA.                  *
      *----------------------------------------------------------------*
       01 WRK-TAB-ESC.
          05 WRK-ESC-OCR          OCCURS 1 TO 600 TIMES
                                   DEPENDING ON WRK-QTDE-ESC
                                   INDEXED BY WRK-IDX-ESC.
             10 WRK-ESC-COD           PIC X(004).
             10 WRK-ESC-NOME          PIC X(030).
             10 WRK-ESC-CATEG         PIC 9(007) COMP
                                       OCCURS 6 TIMES.
      *
      *----------------------------------------------------------------*
      *    TOTAIS GERAIS POR CATEGORIA                                 *
      *----------------------------------------------------------------*
       01 WRK-TOT-GERAL.
          05 WRK-TOT-CATEG         PIC  9(007) COMP OCCURS 6 TIMES.
      *
      *----------------------------------------------------------------*
      *    AREA DE CALCULO DE 1 LINHA DO RESUMO                        *
      *----------------------------------------------------------------*
       01 WRK-CALC-RESUMO.
          05 WRK-CALC-CATEG        PIC  9(007) COMP OCCURS 6 TIMES.
          05 WRK-CALC-AVALIADOS    PIC  9(007) COMP.
          05 WRK-CALC-PCT-VENC     PIC  9(003)V99.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DA POSICAO (ARQFOT01) - LRECL 133,      *
      *    1A POSICAO = CARACTERE DE CONTROLE DE FORMULARIO (ASA)      *
      *----------------------------------------------------------------*
       01 WRK-FOT-CABEC1.
          05 FILLER                PIC  X(001) VALUE '1'.
          05 FILLER                PIC  X(009) VALUE 'EXER0114 '.
          05 FILLER                PIC  X(038) VALUE
                'POSICAO RETROATIVA DA DATA DE CONTROLE'.
          05 FILLER                PIC  X(004) VALUE SPACES.
          05 FILLER                PIC  X(017) VALUE
                'DATA REFERENCIA: '.
          05 WRK-FOT-CAB-DATA      PIC  9(008).
          05 FILLER                PIC  X(004) VALUE SPACES.
          05 FILLER                PIC  X(007) VALUE 'AVISO: '.
          05 WRK-FOT-CAB-AVISO     PIC  ZZ9.
          05 FILLER                PIC  X(005) VALUE ' DIAS'.
          05 FILLER                PIC  X(004) VALUE SPACES.
          05 FILLER                PIC  X(008) VALUE 'PAGINA: '.
          05 WRK-FOT-CAB-PAGINA    PIC  ZZ9.
          05 FILLER                PIC  X(022) VALUE SPACES.

       01 WRK-FOT-CABEC2.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 WRK-FOT-CAB-SECAO     PIC  X(060).
          05 FILLER                PIC  X(072) VALUE SPACES.

       01 WRK-FOT-CABEC3.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(036) VALUE
                'ESCR NOME DO ESCRITORIO'.
          05 FILLER                PIC  X(032) VALUE
                ' AVALIAD  EM DIA   AVISO VENCIDO'.
          05 FILLER                PIC  X(032) VALUE
                '  %VENC. N.VERIF SUSPENS DESLIG.'.
          05 FILLER                PIC  X(032) VALUE SPACES.

       01 WRK-FOT-RESUMO.
          05 WRK-FOT-RES-CTL       PIC  X(001).
          05 WRK-FOT-RES-COD       PIC  X(004).
          05 FILLER                PIC  X(001).
          05 WRK-FOT-RES-NOME      PIC  X(030).
          05 FILLER                PIC  X(001).
          05 FILLER                PIC  X(002).
          05 WRK-FOT-RES-AVALIADOS PIC  ZZZZZ9.
          05 FILLER                PIC  X(002).
          05 WRK-FOT-RES-EM-DIA    PIC  ZZZZZ9.
          05 FILLER                PIC  X(002).
          05 WRK-FOT-RES-AVISO     PIC  ZZZZZ9.
          05 FILLER                PIC  X(002).
          05 WRK-FOT-RES-VENCIDO   PIC  ZZZZZ9.
          05 FILLER                PIC  X(002).
          05 WRK-FOT-RES-PCT-VENC  PIC  ZZ9,99.
          05 FILLER                PIC  X(002).
          05 WRK-FOT-RES-NAO-VERIF PIC  ZZZZZ9.
          05 FILLER                PIC  X(002).
          05 WRK-FOT-RES-SUSPENSO  PIC  ZZZZZ9.
          05 FILLER                PIC  X(002).
          05 WRK-FOT-RES-DESLIGADO PIC  ZZZZZ9.
          05 FILLER                PIC  X(032).

       01 WRK-FOT-CABEC4.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(010) VALUE 'MATRICULA'.
          05 FILLER                PIC  X(032) VALUE
                'NOME DO FUNCIONARIO'.
          05 FILLER                PIC  X(012) VALUE 'DT.CONTROLE'.
          05 FILLER                PIC  X(012) VALUE 'POSICAO'.
          05 FILLER                PIC  X(005) VALUE 'SEQ'.
          05 FILLER                PIC  X(009) VALUE 'EVENTO'.
          05 FILLER                PIC  X(007) VALUE 'HORA'.
          05 FILLER                PIC  X(003) VALUE 'O'.
          05 FILLER                PIC  X(012) VALUE 'DT.ATUAL'.
          05 FILLER                PIC  X(003) VALUE 'S'.
          05 FILLER                PIC  X(027) VALUE 'OBSERVACAO'.

       01 WRK-FOT-ESCRT.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(012) VALUE 'ESCRITORIO: '.
          05 WRK-FOT-ESC-COD       PIC  X(004).
          05 FILLER                PIC  X(003) VALUE ' - '.
          05 WRK-FOT-ESC-NOME      PIC  X(030).
          05 FILLER                PIC  X(083) VALUE SPACES.

       01 WRK-FOT-DETALHE.
          05 WRK-FOT-DET-CTL       PIC  X(001).
          05 WRK-FOT-DET-MATR      PIC  9(008).
          05 FILLER                PIC  X(002).
          05 WRK-FOT-DET-NOME      PIC  X(030).
          05 FILLER                PIC  X(002).
          05 WRK-FOT-DET-DAT-REF   PIC  X(010).
          05 FILLER                PIC  X(002).
          05 WRK-FOT-DET-CATEG     PIC  X(010).
          05 FILLER                PIC  X(002).
          05 WRK-FOT-DET-SEQ       PIC  X(004).
          05 FILLER                PIC  X(001).
          05 WRK-FOT-DET-DAT-EVT   PIC  X(008).
          05 FILLER                PIC  X(001).
          05 WRK-FOT-DET-HRA-EVT   PIC  X(006).
          05 FILLER                PIC  X(001).
          05 WRK-FOT-DET-ORIGEM    PIC  X(001).
          05 FILLER                PIC  X(002).
          05 WRK-FOT-DET-DAT-ATUAL PIC  X(010).
          05 FILLER                PIC  X(002).
          05 WRK-FOT-DET-SIT       PIC  X(001).
          05 FILLER                PIC  X(002).
          05 WRK-FOT-DET-OBS       PIC  X(027).

       01 WRK-FOT-VISTO.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(014) VALUE
                'FUNCIONARIOS: '.
          05 WRK-FOT-VIS-QTDE      PIC  ZZZZZ9.
          05 FILLER                PIC  X(005) VALUE SPACES.
          05 FILLER                PIC  X(020) VALUE
                'VISTO DO AUDITOR: '.
          05 FILLER                PIC  X(030) VALUE ALL '_'.
          05 FILLER                PIC  X(057) VALUE SPACES.

       01 WRK-FOT-TERMO1.
          05 FILLER                PIC  X(001) VALUE '-'.
          05 FILLER                PIC  X(044) VALUE
                'DECLARO TER CONFERIDO A POSICAO ACIMA, RECON'.
          05 FILLER                PIC  X(044) VALUE
                'STRUIDA DO HISTORICO DE RENOVACAO (ARQHST01)'.
          05 FILLER                PIC  X(020) VALUE
                ' NA DATA REFERENCIA '.
          05 WRK-FOT-TER-DATA      PIC  9(008).
          05 FILLER                PIC  X(016) VALUE '.'.

       01 WRK-FOT-TERMO2.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(009) VALUE 'AUDITOR: '.
          05 FILLER                PIC  X(040) VALUE ALL '_'.
          05 FILLER                PIC  X(005) VALUE SPACES.
          05 FILLER                PIC  X(011) VALUE 'MATRICULA: '.
          05 FILLER                PIC  X(015) VALUE ALL '_'.
          05 FILLER                PIC  X(052) VALUE SPACES.

       01 WRK-FOT-TERMO3.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(012) VALUE 'ASSINATURA: '.
          05 FILLER                PIC  X(037) VALUE ALL '_'.
          05 FILLER                PIC  X(005) VALUE SPACES.
          05 FILLER                PIC  X(006) VALUE 'DATA: '.
          05 FILLER                PIC  X(010) VALUE '__/__/____'.
          05 FILLER                PIC  X(062) VALUE SPACES.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCAD01      VALUE 'CAD01113'.
          88 WRK-CN-ARQHST01      VALUE 'HST01114'.
          88 WRK-CN-ARQESC01      VALUE 'ESC01113'.
          88 WRK-CN-ARQFTW1       VALUE 'FTW01114'.
          88 WRK-CN-ARQFTW2       VALUE 'FTW02114'.
          88 WRK-CN-ARQFOT01      VALUE 'FOT01114'.

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
          88 WRK-FS-CAD01-NAOACHOU            VALUE '23'.
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
       01 WRK-FS-ARQFTW1          PIC  X(002) VALUE SPACES.
          88 WRK-FS-FTW1-OK                   VALUE '00'.
      *
       01 WRK-FS-ARQFTW2          PIC  X(002) VALUE SPACES.
          88 WRK-FS-FTW2-OK                   VALUE '00'.
          88 WRK-FS-FTW2-FIM                  VALUE '10'.
      *
       01 WRK-FS-ARQFOT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-FOT01-OK                  VALUE '00'.
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
             'EXER0114 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       LINKAGE                         SECTION.
      *================================================================*
      *----------------------------------------------------------------*
      *    AREA DO PARM DE EXECUCAO (JCL EXEC PARM=): DATA DE          *
      *    REFERENCIA (AAAAMMDD), OBRIGATORIA E ANTERIOR A DATA ATUAL, *
      *    E JANELA DE AVISO EM DIAS CORRIDOS (999), OPCIONAL - PADRAO *
      *    030 COMO NO EXER0103. DATA AUSENTE, INVALIDA OU NAO         *
      *    PASSADA, OU JANELA NAO NUMERICA, CANCELA.                   *
      *----------------------------------------------------------------*
       01 WRK-JCL-PARM.
          05 WRK-PARM-LEN            PIC  S9(004) COMP.
          05 WRK-PARM-DADOS.
             10 WRK-PARM-DATA-REF    PIC  9(008).
             10 WRK-PARM-DIAS-AVISO  PIC  9(003).
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
           PERFORM 4000-PROCESSAR-FORA-CADASTRO
      *
           PERFORM 5000-GERAR-RELATORIO
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
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: VALIDA A DATA DE
      *    REFERENCIA E A JANELA DE AVISO, CALCULA O LIMITE DO AVISO,
      *    ABRE OS ARQUIVOS, CARREGA O MESTRE DE ESCRITORIOS E
      *    POSICIONA A LEITURA DO CADASTRO
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-ATUAL

           IF WRK-PARM-LEN LESS 8
              DISPLAY '* DATA DE REFERENCIA NAO INFORMADA NO PARM *'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WRK-PARM-DATA-REF TO WRK-DATA-CONTR-INV-NUM
           PERFORM 3805-VALIDAR-DATA-CONTROLE
           IF WRK-DATA-NOK
           OR WRK-PARM-DATA-REF NOT LESS WRK-DATA-ATUAL
              DISPLAY '* DATA DE REFERENCIA INVALIDA OU NAO PASSADA '
                      'NO PARM: ' WRK-PARM-DATA-REF ' *'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WRK-PARM-DATA-REF TO WRK-DATA-REF

           IF WRK-PARM-LEN NOT LESS 11
              IF WRK-PARM-DIAS-AVISO NOT NUMERIC
                 DISPLAY '* JANELA DE AVISO INVALIDA NO PARM: '
                         WRK-PARM-DIAS-AVISO ' *'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WRK-PARM-DIAS-AVISO TO WRK-DIAS-AVISO
           END-IF

           COMPUTE WRK-DATA-LIMITE-AVISO =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
                 + WRK-DIAS-AVISO)

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT  ARQCAD01
                INPUT  ARQHST01
                OUTPUT ARQFTW1
                OUTPUT ARQFOT01
      *
           IF WRK-FS-CAD01-OK
           AND WRK-FS-HST01-OK
           AND WRK-FS-FTW1-OK
           AND WRK-FS-FOT01-OK
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
                      'NOMES DO PROPRIO CADASTRO *'
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
      *    ROTINA DE PROCESSAMENTO DE 1 FUNCIONARIO DO CADASTRO:
      *    PERCORRE O HISTORICO DA MATRICULA, DEFINE A SITUACAO NA
      *    DATA DE REFERENCIA (3010), RECONSTROI E CLASSIFICA A DATA
      *    DE CONTROLE DE QUEM ESTAVA ATIVO (3020), ACUMULA NO
      *    ESCRITORIO E GRAVA A LINHA NO TRABALHO DA RELACAO NOMINAL
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3835-LOCALIZAR-ESCRITORIO

           MOVE SPACES                TO ARQFTW1-REG-POSICAO
           MOVE ARQCAD01-COD-ESCRT    TO ARQFTW1-COD-ESCRT
           MOVE ARQCAD01-NR-MATR      TO ARQFTW1-NR-MATR
           MOVE ARQCAD01-NM-FUNC      TO ARQFTW1-NM-FUNC
           MOVE ARQCAD01-SIT-FUNC     TO ARQFTW1-SIT-FUNC
           MOVE ARQCAD01-DAT-CNTRL    TO ARQFTW1-DAT-ATUAL
           MOVE ZEROS                 TO ARQFTW1-HST-SEQ
                                         ARQFTW1-HST-DAT-EVT
                                         ARQFTW1-HST-HRA-EVT

           PERFORM 3850-PERCORRER-HISTORICO

           PERFORM 3010-VERIFICAR-SITUACAO

           IF NOT WRK-CATEG-FORA-CLASSIF
              PERFORM 3020-RECONSTRUIR-DATA
           END-IF

           MOVE WRK-CATEG             TO ARQFTW1-CATEG
                                         WRK-SUB-CATEG
           ADD 1 TO WRK-ESC-CATEG(WRK-IDX-ESC WRK-SUB-CATEG)
           ADD 1 TO WRK-TOT-CATEG(WRK-SUB-CATEG)

           PERFORM 3700-GRAVAR-TRABALHO

           PERFORM 3800-LER-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE VERIFICACAO DA SITUACAO DO FUNCIONARIO NA DATA DE
      *    REFERENCIA. A SITUACAO NAO TEM HISTORICO: SUSPENSO OU
      *    DESLIGADO CUJA DATA DE SITUACAO E ATE A REFERENCIA JA
      *    ESTAVA ASSIM NAQUELE DIA E FICA FORA DA CLASSIFICACAO;
      *    DATA DE SITUACAO EM BRANCO (REGISTRO ANTIGO) OU INVALIDA
      *    VALE DESDE SEMPRE. MUDANCA DEPOIS DA REFERENCIA NAO ALTERA
      *    A POSICAO (O FUNCIONARIO E CLASSIFICADO PELA DATA DE
      *    CONTROLE E A SITUACAO ATUAL APARECE NA RELACAO).
      *----------------------------------------------------------------*
       3010-VERIFICAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-CATEG

           IF NOT ARQCAD01-SIT-ATIVO
              MOVE ARQCAD01-DAT-SITUACAO TO WRK-HST-DATA
              MOVE WRK-HST-DATA-DIA      TO WRK-DIA
              MOVE WRK-HST-DATA-MES      TO WRK-MES
              MOVE WRK-HST-DATA-ANO      TO WRK-ANO
              PERFORM 3805-VALIDAR-DATA-CONTROLE

              IF WRK-DATA-NOK
              OR WRK-DATA-CONTR-INV-NUM NOT GREATER WRK-DATA-REF
                 PERFORM 3011-MARCAR-SITUACAO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE MARCACAO DO SUSPENSO OU DESLIGADO NA DATA DE
      *    REFERENCIA (FORA DA CLASSIFICACAO), COM A DATA DA SITUACAO
      *    NA OBSERVACAO
      *----------------------------------------------------------------*
       3011-MARCAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
           IF ARQCAD01-SIT-SUSPENSO
              SET WRK-CATEG-SUSPENSO  TO TRUE
           ELSE
              SET WRK-CATEG-DESLIGADO TO TRUE
           END-IF

           IF WRK-DATA-OK
              STRING 'SITUACAO DESDE ' ARQCAD01-DAT-SITUACAO
                     DELIMITED BY SIZE INTO ARQFTW1-OBSERVACAO
           ELSE
              MOVE 'SITUACAO SEM DATA'  TO ARQFTW1-OBSERVACAO
           END-IF
           .
      *----------------------------------------------------------------*
       3011-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE RECONSTRUCAO DA DATA DE CONTROLE NA DATA DE
      *    REFERENCIA A PARTIR DOS EVENTOS SELECIONADOS EM 3860. A
      *    DATA E A IMAGEM DEPOIS DO ULTIMO EVENTO ATE A REFERENCIA E
      *    SO E ACEITA SE A CADEIA FECHAR: A IMAGEM ANTES DO PRIMEIRO
      *    EVENTO POSTERIOR (OU, SEM EVENTO POSTERIOR, A DATA ATUAL DO
      *    CADASTRO) TEM DE SER A MESMA DATA; FORA DO CADASTRO, SEM
      *    EVENTO POSTERIOR VALE O ULTIMO EVENTO. SEM HISTORICO, SEM
      *    EVENTO ATE A REFERENCIA, CADEIA QUEBRADA OU DATA INVALIDA
      *    NO HISTORICO: NAO VERIFICAVEL, SEM DATA NENHUMA.
      *----------------------------------------------------------------*
       3020-RECONSTRUIR-DATA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CATEG-NAO-VERIF TO TRUE

           IF WRK-HST-QTDE-EVT EQUAL ZERO
              MOVE 'SEM HISTORICO DE RENOVACAO' TO ARQFTW1-OBSERVACAO
           ELSE
              IF WRK-EVA-NAO-ACHOU
                 MOVE 'SEM HISTORICO ATE A DATA' TO ARQFTW1-OBSERVACAO
              ELSE
                 MOVE WRK-EVA-SEQ        TO ARQFTW1-HST-SEQ
                 MOVE WRK-EVA-DAT-EVT    TO ARQFTW1-HST-DAT-EVT
                 MOVE WRK-EVA-HRA-EVT    TO ARQFTW1-HST-HRA-EVT
                 MOVE WRK-EVA-ORIGEM     TO ARQFTW1-HST-ORIGEM

                 IF WRK-EVP-ACHOU
                 AND WRK-EVP-DAT-ANTES NOT EQUAL WRK-EVA-DAT-DEPOIS
                    MOVE 'CADEIA QUEBRADA APOS A DATA'
                      TO ARQFTW1-OBSERVACAO
                 ELSE
                    IF WRK-EVP-NAO-ACHOU
                    AND WRK-MATR-NO-CADASTRO
                    AND ARQCAD01-DAT-CNTRL NOT EQUAL WRK-EVA-DAT-DEPOIS
                       MOVE 'CADEIA NAO BATE C/CADASTRO'
                         TO ARQFTW1-OBSERVACAO
                    ELSE
                       PERFORM 3021-CLASSIFICAR-DATA
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3020-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE VALIDACAO E CLASSIFICACAO DA DATA RECONSTRUIDA
      *    (IMAGEM DEPOIS DO ULTIMO EVENTO ATE A REFERENCIA, COM A
      *    CADEIA JA CONFERIDA EM 3020) EM VENCIDO / AVISO / EM DIA
      *----------------------------------------------------------------*
       3021-CLASSIFICAR-DATA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-EVA-DAT-DEPOIS    TO WRK-HST-DATA
           MOVE WRK-HST-DATA-DIA      TO WRK-DIA
           MOVE WRK-HST-DATA-MES      TO WRK-MES
           MOVE WRK-HST-DATA-ANO      TO WRK-ANO
           PERFORM 3805-VALIDAR-DATA-CONTROLE

           IF WRK-DATA-NOK
              ADD 1 TO ACU-HST-INVALIDO
              MOVE 'DATA INVALIDA NO HISTORICO' TO ARQFTW1-OBSERVACAO
              DISPLAY '* AVISO: DATA INVALIDA NO HISTORICO - '
                      'MATRICULA ' ARQFTW1-NR-MATR
                      ' SEQUENCIA ' WRK-EVA-SEQ ' *'
           ELSE
              MOVE WRK-EVA-DAT-DEPOIS     TO ARQFTW1-DAT-REF
              MOVE WRK-DATA-CONTR-INV-NUM TO WRK-DATA-CNTRL-NUM

              EVALUATE TRUE
                 WHEN WRK-DATA-CNTRL-NUM LESS WRK-DATA-REF
                    SET WRK-CATEG-VENCIDO TO TRUE
                 WHEN WRK-DATA-CNTRL-NUM
                      NOT GREATER WRK-DATA-LIMITE-AVISO
                    SET WRK-CATEG-AVISO   TO TRUE
                 WHEN OTHER
                    SET WRK-CATEG-EM-DIA  TO TRUE
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
       3021-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DA POSICAO DO FUNCIONARIO NO TRABALHO
      *    (ARQFTW1) PARA A RELACAO NOMINAL
      *----------------------------------------------------------------*
       3700-GRAVAR-TRABALHO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQFTW1       TO TRUE

           WRITE ARQFTW1-REG-POSICAO

           IF WRK-FS-FTW1-OK
              ADD 1 TO ACU-GRAVADOS-ARQFTW1
           ELSE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
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
      *    E APONTADO UMA VEZ.
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
      *    ROTINA DE VARREDURA DO HISTORICO DE RENOVACAO DA MATRICULA
      *    CORRENTE: POSICIONA NA PRIMEIRA SEQUENCIA E LE ATE A TROCA
      *    DE MATRICULA, SELECIONANDO EM 3860 O ULTIMO EVENTO ATE A
      *    REFERENCIA E O PRIMEIRO DEPOIS DELA. MATRICULA SEM
      *    HISTORICO ('23'/'10' NO START) FICA COM ZERO EVENTOS.
      *----------------------------------------------------------------*
       3850-PERCORRER-HISTORICO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                TO WRK-SW-HST-FIM
           MOVE ZEROS              TO WRK-HST-QTDE-EVT
           INITIALIZE WRK-EVT-ANTERIOR
                      WRK-EVT-POSTERIOR
           SET WRK-EVA-NAO-ACHOU   TO TRUE
           SET WRK-EVP-NAO-ACHOU   TO TRUE

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
                 ADD 1 TO WRK-HST-QTDE-EVT
                 PERFORM 3860-SELECIONAR-EVENTO
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
      *    ROTINA DE SELECAO DO EVENTO LIDO PELO MOMENTO (DATA + HORA
      *    DO EVENTO): ATE O FIM DO DIA DE REFERENCIA, FICA O MAIS
      *    RECENTE (EMPATE: O DE MAIOR SEQUENCIA, LIDO POR ULTIMO);
      *    DEPOIS DELE, FICA O MAIS ANTIGO (EMPATE: O DE MENOR
      *    SEQUENCIA, LIDO PRIMEIRO)
      *----------------------------------------------------------------*
       3860-SELECIONAR-EVENTO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQHST01-DAT-EVENTO TO WRK-HST-MOM-DAT
           MOVE ARQHST01-HRA-EVENTO TO WRK-HST-MOM-HRA

           IF ARQHST01-DAT-EVENTO NOT GREATER WRK-DATA-REF
              IF WRK-EVA-NAO-ACHOU
              OR WRK-HST-MOMENTO-NUM NOT LESS WRK-EVA-MOMENTO
                 SET WRK-EVA-ACHOU        TO TRUE
                 MOVE WRK-HST-MOMENTO-NUM TO WRK-EVA-MOMENTO
                 MOVE ARQHST01-NR-SEQ     TO WRK-EVA-SEQ
                 MOVE ARQHST01-DAT-EVENTO TO WRK-EVA-DAT-EVT
                 MOVE ARQHST01-HRA-EVENTO TO WRK-EVA-HRA-EVT
                 MOVE ARQHST01-ORIGEM     TO WRK-EVA-ORIGEM
                 MOVE ARQHST01-DAT-DEPOIS TO WRK-EVA-DAT-DEPOIS
              END-IF
           ELSE
              IF WRK-EVP-NAO-ACHOU
              OR WRK-HST-MOMENTO-NUM LESS WRK-EVP-MOMENTO
                 SET WRK-EVP-ACHOU        TO TRUE
                 MOVE WRK-HST-MOMENTO-NUM TO WRK-EVP-MOMENTO
                 MOVE ARQHST01-DAT-ANTES  TO WRK-EVP-DAT-ANTES
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE VARREDURA COMPLETA DO HISTORICO DEPOIS DO
      *    CADASTRO, A PROCURA DAS MATRICULAS QUE NAO ESTAO MAIS NO
      *    CADASTRO (DESLIGADOS JA EXCLUIDOS) MAS ESTAVAM NELE NA
      *    DATA DE REFERENCIA
      *----------------------------------------------------------------*
       4000-PROCESSAR-FORA-CADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS              TO ARQHST01-NR-MATR
                                      ARQHST01-NR-SEQ

           SET WRK-CN-START             TO TRUE
           SET WRK-CN-ARQHST01          TO TRUE

           START ARQHST01 KEY NOT LESS ARQHST01-CHAVE

           IF WRK-FS-HST01-OK
              PERFORM 4090-LER-HISTORICO-GERAL
              PERFORM 4100-PROCESSAR-MATR-FORA
                 UNTIL WRK-FS-HST01-FIM
           ELSE
              IF NOT WRK-FS-HST01-NAOACHOU
              AND NOT WRK-FS-HST01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET WRK-MATR-NO-CADASTRO     TO TRUE
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA SEQUENCIAL DE 1 REGISTRO NA VARREDURA
      *    COMPLETA DO HISTORICO (4000)
      *----------------------------------------------------------------*
       4090-LER-HISTORICO-GERAL SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQHST01          TO TRUE

           READ ARQHST01 NEXT RECORD.

           IF NOT WRK-FS-HST01-OK
           AND NOT WRK-FS-HST01-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4090-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE TRATAMENTO DE 1 MATRICULA DO HISTORICO: CONSULTA O
      *    CADASTRO PELA CHAVE; SE A MATRICULA NAO ESTA NELE, SELECIONA
      *    OS EVENTOS EM 3860 E, HAVENDO EVENTO ATE A REFERENCIA,
      *    RECONSTROI A DATA (3020) NO ESCRITORIO FORA DO CADASTRO.
      *    MATRICULA DO CADASTRO JA FOI TRATADA EM 3000 E E SALTADA.
      *----------------------------------------------------------------*
       4100-PROCESSAR-MATR-FORA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQHST01-NR-MATR   TO WRK-FORA-NR-MATR
           MOVE ZEROS              TO WRK-HST-QTDE-EVT
           INITIALIZE WRK-EVT-ANTERIOR
                      WRK-EVT-POSTERIOR
           SET WRK-EVA-NAO-ACHOU   TO TRUE
           SET WRK-EVP-NAO-ACHOU   TO TRUE

           MOVE WRK-FORA-NR-MATR   TO ARQCAD01-NR-MATR

           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQCAD01          TO TRUE

           READ ARQCAD01.

           IF WRK-FS-CAD01-OK
              SET WRK-MATR-NO-CADASTRO   TO TRUE
           ELSE
              IF WRK-FS-CAD01-NAOACHOU
                 SET WRK-MATR-FORA-CADASTRO TO TRUE
              ELSE
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           PERFORM 4110-TRATAR-EVENTO-FORA
              UNTIL WRK-FS-HST01-FIM
                 OR ARQHST01-NR-MATR NOT EQUAL WRK-FORA-NR-MATR

           IF WRK-MATR-FORA-CADASTRO
           AND WRK-EVA-ACHOU
              PERFORM 4120-GRAVAR-FORA-CADASTRO
           END-IF
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE TRATAMENTO DE 1 EVENTO DA MATRICULA CORRENTE NA
      *    VARREDURA COMPLETA E LEITURA DO SEGUINTE. SO O EVENTO DE
      *    MATRICULA FORA DO CADASTRO E SELECIONADO.
      *----------------------------------------------------------------*
       4110-TRATAR-EVENTO-FORA SECTION.
      *----------------------------------------------------------------*
           IF WRK-MATR-FORA-CADASTRO
              ADD 1 TO ACU-LIDOS-ARQHST01
              ADD 1 TO WRK-HST-QTDE-EVT
              MOVE ARQHST01-NM-FUNC TO WRK-FORA-NM-FUNC
              PERFORM 3860-SELECIONAR-EVENTO
           END-IF

           PERFORM 4090-LER-HISTORICO-GERAL
           .
      *----------------------------------------------------------------*
       4110-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE RECONSTRUCAO, ACUMULACAO E GRAVACAO NO TRABALHO DA
      *    MATRICULA FORA DO CADASTRO, NO ESCRITORIO PROPRIO "FORA DO
      *    CADASTRO ATUAL" (INCLUIDO NA TABELA DE ACUMULACAO NA
      *    PRIMEIRA OCORRENCIA). SEM CADASTRO NAO HA SITUACAO NEM DATA
      *    ATUAL.
      *----------------------------------------------------------------*
       4120-GRAVAR-FORA-CADASTRO SECTION.
      *----------------------------------------------------------------*
           IF WRK-SUB-ESC-FORA EQUAL ZERO
              IF WRK-QTDE-ESC NOT LESS 600
                 DISPLAY '* SEM ESPACO NA TABELA DE ESCRITORIOS PARA '
                         'O FORA DO CADASTRO ATUAL *'
                 PERFORM 9150-ERRO-INTEGRIDADE
              END-IF
              ADD 1 TO WRK-QTDE-ESC
              MOVE WRK-QTDE-ESC       TO WRK-SUB-ESC-FORA
              SET WRK-IDX-ESC TO WRK-SUB-ESC-FORA
              INITIALIZE WRK-ESC-OCR(WRK-IDX-ESC)
              MOVE WRK-COD-ESC-FORA   TO WRK-ESC-COD(WRK-IDX-ESC)
              MOVE WRK-NM-ESC-FORA    TO WRK-ESC-NOME(WRK-IDX-ESC)
           END-IF

           SET WRK-IDX-ESC TO WRK-SUB-ESC-FORA

           MOVE SPACES                TO ARQFTW1-REG-POSICAO
           MOVE WRK-COD-ESC-FORA      TO ARQFTW1-COD-ESCRT
           MOVE WRK-FORA-NR-MATR      TO ARQFTW1-NR-MATR
           MOVE WRK-FORA-NM-FUNC      TO ARQFTW1-NM-FUNC
           MOVE ZEROS                 TO ARQFTW1-HST-SEQ
                                         ARQFTW1-HST-DAT-EVT
                                         ARQFTW1-HST-HRA-EVT

           PERFORM 3020-RECONSTRUIR-DATA

           IF ARQFTW1-OBSERVACAO EQUAL SPACES
              MOVE 'FORA DO CADASTRO ATUAL' TO ARQFTW1-OBSERVACAO
           END-IF

           MOVE WRK-CATEG             TO ARQFTW1-CATEG
                                         WRK-SUB-CATEG
           ADD 1 TO WRK-ESC-CATEG(WRK-IDX-ESC WRK-SUB-CATEG)
           ADD 1 TO WRK-TOT-CATEG(WRK-SUB-CATEG)
           ADD 1 TO ACU-FORA-CADASTRO

           PERFORM 3700-GRAVAR-TRABALHO
           .
      *----------------------------------------------------------------*
       4120-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GERACAO DO RELATORIO: RESUMO POR ESCRITORIO DA
      *    TABELA DE ACUMULACAO, RELACAO NOMINAL ORDENADA POR
      *    ESCRITORIO + MATRICULA E TERMO DE CONFERENCIA
      *----------------------------------------------------------------*
       5000-GERAR-RELATORIO SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQCAD01
           CLOSE ARQHST01
           CLOSE ARQFTW1

           PERFORM 5030-ABRIR-PAGINA-RESUMO

           PERFORM 5010-IMPRIMIR-RESUMO
              VARYING WRK-IDX-ESC FROM 1 BY 1
              UNTIL WRK-IDX-ESC GREATER WRK-QTDE-ESC

           MOVE WRK-TOT-CATEG(1)      TO WRK-CALC-CATEG(1)
           MOVE WRK-TOT-CATEG(2)      TO WRK-CALC-CATEG(2)
           MOVE WRK-TOT-CATEG(3)      TO WRK-CALC-CATEG(3)
           MOVE WRK-TOT-CATEG(4)      TO WRK-CALC-CATEG(4)
           MOVE WRK-TOT-CATEG(5)      TO WRK-CALC-CATEG(5)
           MOVE WRK-TOT-CATEG(6)      TO WRK-CALC-CATEG(6)
           MOVE SPACES               TO WRK-FOT-RESUMO
           MOVE '0'                   TO WRK-FOT-RES-CTL
           MOVE 'TOTAL GERAL'         TO WRK-FOT-RES-NOME
           IF WRK-FOT-LINHAS GREATER 55
              PERFORM 5030-ABRIR-PAGINA-RESUMO
           END-IF
           PERFORM 5020-MONTAR-RESUMO

           SORT WRK-SD-FOTO
              ON ASCENDING  KEY WRK-SD-FOT-COD-ESCRT
                                WRK-SD-FOT-NR-MATR
              USING ARQFTW1
              GIVING ARQFTW2

           SET WRK-CN-OPEN          TO TRUE
           SET WRK-CN-ARQFTW2       TO TRUE

           OPEN INPUT ARQFTW2

           IF NOT WRK-FS-FTW2-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES TO WRK-FOT-ESCRT-ANT

           PERFORM 6010-LER-POSICAO

           PERFORM 6100-IMPRIMIR-POSICAO
              UNTIL WRK-FS-FTW2-FIM

           IF WRK-FOT-ESCRT-ANT NOT EQUAL SPACES
              PERFORM 6300-FECHAR-ESCRITORIO
           END-IF

           CLOSE ARQFTW2

           PERFORM 6400-IMPRIMIR-TERMO
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DA LINHA DE RESUMO DE 1 ESCRITORIO (SO
      *    OS QUE TEM FUNCIONARIO NO CADASTRO). PAGINA CHEIA REPETE O
      *    CABECALHO E OS TITULOS.
      *----------------------------------------------------------------*
       5010-IMPRIMIR-RESUMO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-ESC-CATEG(WRK-IDX-ESC 1) TO WRK-CALC-CATEG(1)
           MOVE WRK-ESC-CATEG(WRK-IDX-ESC 2) TO WRK-CALC-CATEG(2)
           MOVE WRK-ESC-CATEG(WRK-IDX-ESC 3) TO WRK-CALC-CATEG(3)
           MOVE WRK-ESC-CATEG(WRK-IDX-ESC 4) TO WRK-CALC-CATEG(4)
           MOVE WRK-ESC-CATEG(WRK-IDX-ESC 5) TO WRK-CALC-CATEG(5)
           MOVE WRK-ESC-CATEG(WRK-IDX-ESC 6) TO WRK-CALC-CATEG(6)

           IF WRK-CALC-CATEG(1) NOT EQUAL ZERO
           OR WRK-CALC-CATEG(2) NOT EQUAL ZERO
           OR WRK-CALC-CATEG(3) NOT EQUAL ZERO
           OR WRK-CALC-CATEG(4) NOT EQUAL ZERO
           OR WRK-CALC-CATEG(5) NOT EQUAL ZERO
           OR WRK-CALC-CATEG(6) NOT EQUAL ZERO
              MOVE SPACES                      TO WRK-FOT-RESUMO
              MOVE ' '                         TO WRK-FOT-RES-CTL
              MOVE WRK-ESC-COD(WRK-IDX-ESC)    TO WRK-FOT-RES-COD
              MOVE WRK-ESC-NOME(WRK-IDX-ESC)   TO WRK-FOT-RES-NOME

              IF WRK-FOT-LINHAS GREATER 55
                 PERFORM 5030-ABRIR-PAGINA-RESUMO
              END-IF

              PERFORM 5020-MONTAR-RESUMO
           END-IF
           .
      *----------------------------------------------------------------*
       5010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE MONTAGEM E GRAVACAO DE 1 LINHA DE RESUMO A PARTIR
      *    DOS CONTADORES EM WRK-CALC-RESUMO: AVALIADOS = VENCIDOS +
      *    AVISO + EM DIA (OS NAO VERIFICAVEIS FICAM FORA, COMO OS
      *    SUSPENSOS E DESLIGADOS) E % DE VENCIDOS SOBRE OS AVALIADOS
      *----------------------------------------------------------------*
       5020-MONTAR-RESUMO SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-CALC-AVALIADOS = WRK-CALC-CATEG(1)
                                      + WRK-CALC-CATEG(2)
                                      + WRK-CALC-CATEG(3)

           IF WRK-CALC-AVALIADOS GREATER ZERO
              COMPUTE WRK-CALC-PCT-VENC ROUNDED =
                 WRK-CALC-CATEG(1) * 100 / WRK-CALC-AVALIADOS
           ELSE
              MOVE ZEROS TO WRK-CALC-PCT-VENC
           END-IF

           MOVE WRK-CALC-AVALIADOS    TO WRK-FOT-RES-AVALIADOS
           MOVE WRK-CALC-CATEG(3)     TO WRK-FOT-RES-EM-DIA
           MOVE WRK-CALC-CATEG(2)     TO WRK-FOT-RES-AVISO
           MOVE WRK-CALC-CATEG(1)     TO WRK-FOT-RES-VENCIDO
           MOVE WRK-CALC-PCT-VENC     TO WRK-FOT-RES-PCT-VENC
           MOVE WRK-CALC-CATEG(4)     TO WRK-FOT-RES-NAO-VERIF
           MOVE WRK-CALC-CATEG(5)     TO WRK-FOT-RES-SUSPENSO
           MOVE WRK-CALC-CATEG(6)     TO WRK-FOT-RES-DESLIGADO

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQFOT01      TO TRUE

           WRITE FD-ARQFOT01 FROM WRK-FOT-RESUMO

           IF NOT WRK-FS-FOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FOT-RES-CTL EQUAL '0'
              ADD 2 TO WRK-FOT-LINHAS
           ELSE
              ADD 1 TO WRK-FOT-LINHAS
           END-IF
           .
      *----------------------------------------------------------------*
       5020-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE ABERTURA DE PAGINA DO RESUMO POR ESCRITORIO:
      *    CABECALHO E TITULOS DAS COLUNAS (PAGINA CHEIA REPETE)
      *----------------------------------------------------------------*
       5030-ABRIR-PAGINA-RESUMO SECTION.
      *----------------------------------------------------------------*
           MOVE 'RESUMO POR ESCRITORIO NA DATA DE REFERENCIA'
             TO WRK-FOT-CAB-SECAO
           PERFORM 6200-IMPRIMIR-CABECALHO

           WRITE FD-ARQFOT01 FROM WRK-FOT-CABEC3
           IF NOT WRK-FS-FOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 2 TO WRK-FOT-LINHAS
           .
      *----------------------------------------------------------------*
       5030-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 REGISTRO DO TRABALHO ORDENADO
      *----------------------------------------------------------------*
       6010-LER-POSICAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ          TO TRUE
           SET WRK-CN-ARQFTW2       TO TRUE

           READ ARQFTW2.

           IF NOT WRK-FS-FTW2-OK
           AND NOT WRK-FS-FTW2-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DE 1 FUNCIONARIO NA RELACAO NOMINAL.
      *    CADA ESCRITORIO COMECA EM PAGINA NOVA (O AUDITOR VISA POR
      *    ESCRITORIO); PAGINA CHEIA REPETE O CABECALHO E O
      *    ESCRITORIO.
      *----------------------------------------------------------------*
       6100-IMPRIMIR-POSICAO SECTION.
      *----------------------------------------------------------------*
           IF ARQFTW2-COD-ESCRT NOT EQUAL WRK-FOT-ESCRT-ANT
              IF WRK-FOT-ESCRT-ANT NOT EQUAL SPACES
                 PERFORM 6300-FECHAR-ESCRITORIO
              END-IF
              MOVE ARQFTW2-COD-ESCRT TO WRK-FOT-ESCRT-ANT
              MOVE ZEROS             TO WRK-FOT-QTDE-ESCRT
              PERFORM 6150-ABRIR-ESCRITORIO
           ELSE
              IF WRK-FOT-LINHAS GREATER 55
                 PERFORM 6150-ABRIR-ESCRITORIO
              END-IF
           END-IF

           MOVE SPACES                TO WRK-FOT-DETALHE
           MOVE ARQFTW2-NR-MATR       TO WRK-FOT-DET-MATR
           MOVE ARQFTW2-NM-FUNC       TO WRK-FOT-DET-NOME
           MOVE ARQFTW2-DAT-REF       TO WRK-FOT-DET-DAT-REF
           MOVE ARQFTW2-CATEG         TO WRK-SUB-CATEG
           MOVE WRK-DESC-CATEG(WRK-SUB-CATEG) TO WRK-FOT-DET-CATEG
           IF ARQFTW2-HST-SEQ NOT EQUAL ZERO
              MOVE ARQFTW2-HST-SEQ     TO WRK-FOT-DET-SEQ
              MOVE ARQFTW2-HST-DAT-EVT TO WRK-FOT-DET-DAT-EVT
              MOVE ARQFTW2-HST-HRA-EVT TO WRK-FOT-DET-HRA-EVT
              MOVE ARQFTW2-HST-ORIGEM  TO WRK-FOT-DET-ORIGEM
           END-IF
           MOVE ARQFTW2-DAT-ATUAL     TO WRK-FOT-DET-DAT-ATUAL
           MOVE ARQFTW2-SIT-FUNC      TO WRK-FOT-DET-SIT
           MOVE ARQFTW2-OBSERVACAO    TO WRK-FOT-DET-OBS

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQFOT01      TO TRUE

           WRITE FD-ARQFOT01 FROM WRK-FOT-DETALHE

           IF NOT WRK-FS-FOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO WRK-FOT-LINHAS
           ADD 1 TO WRK-FOT-QTDE-ESCRT
           ADD 1 TO ACU-IMPRESSOS

           PERFORM 6010-LER-POSICAO
           .
      *----------------------------------------------------------------*
       6100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE ABERTURA DE PAGINA DA RELACAO NOMINAL: CABECALHO,
      *    ESCRITORIO CORRENTE (NOME DA TABELA DE ACUMULACAO) E
      *    TITULOS DAS COLUNAS
      *----------------------------------------------------------------*
       6150-ABRIR-ESCRITORIO SECTION.
      *----------------------------------------------------------------*
           MOVE 'RELACAO NOMINAL NA DATA DE REFERENCIA'
             TO WRK-FOT-CAB-SECAO
           PERFORM 6200-IMPRIMIR-CABECALHO

           MOVE ARQFTW2-COD-ESCRT     TO WRK-FOT-ESC-COD
           MOVE SPACES                TO WRK-FOT-ESC-NOME

           SET WRK-IDX-ESC TO 1
           SEARCH WRK-ESC-OCR
              AT END
                 CONTINUE
              WHEN WRK-ESC-COD(WRK-IDX-ESC) EQUAL ARQFTW2-COD-ESCRT
                 MOVE WRK-ESC-NOME(WRK-IDX-ESC) TO WRK-FOT-ESC-NOME
           END-SEARCH

           WRITE FD-ARQFOT01 FROM WRK-FOT-ESCRT
           IF NOT WRK-FS-FOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQFOT01 FROM WRK-FOT-CABEC4
           IF NOT WRK-FS-FOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 4 TO WRK-FOT-LINHAS
           .
      *----------------------------------------------------------------*
       6150-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO CABECALHO EM PAGINA NOVA (TITULO DA
      *    SECAO JA MOVIDO PELO CHAMADOR)
      *----------------------------------------------------------------*
       6200-IMPRIMIR-CABECALHO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-FOT-PAGINA
           MOVE WRK-FOT-PAGINA      TO WRK-FOT-CAB-PAGINA
           MOVE WRK-DATA-REF        TO WRK-FOT-CAB-DATA
           MOVE WRK-DIAS-AVISO      TO WRK-FOT-CAB-AVISO

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQFOT01      TO TRUE

           WRITE FD-ARQFOT01 FROM WRK-FOT-CABEC1
           IF NOT WRK-FS-FOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQFOT01 FROM WRK-FOT-CABEC2
           IF NOT WRK-FS-FOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 4 TO WRK-FOT-LINHAS
           .
      *----------------------------------------------------------------*
       6200-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE FECHAMENTO DO ESCRITORIO NA RELACAO NOMINAL:
      *    QUANTIDADE DE FUNCIONARIOS E CAMPO DE VISTO DO AUDITOR
      *----------------------------------------------------------------*
       6300-FECHAR-ESCRITORIO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-FOT-QTDE-ESCRT  TO WRK-FOT-VIS-QTDE

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQFOT01      TO TRUE

           WRITE FD-ARQFOT01 FROM WRK-FOT-VISTO

           IF NOT WRK-FS-FOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6300-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO TERMO DE CONFERENCIA DO AUDITOR AO
      *    FIM DA RELACAO NOMINAL
      *----------------------------------------------------------------*
       6400-IMPRIMIR-TERMO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-REF        TO WRK-FOT-TER-DATA

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQFOT01      TO TRUE

           WRITE FD-ARQFOT01 FROM WRK-FOT-TERMO1
           IF NOT WRK-FS-FOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQFOT01 FROM WRK-FOT-TERMO2
           IF NOT WRK-FS-FOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQFOT01 FROM WRK-FOT-TERMO3
           IF NOT WRK-FS-FOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6400-99-FIM.
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
           DISPLAY '* FILE-STATUS FTW1:' WRK-FS-ARQFTW1           '*'
           DISPLAY '* FILE-STATUS FTW2:' WRK-FS-ARQFTW2           '*'
           DISPLAY '* FILE-STATUS FOT01:' WRK-FS-ARQFOT01         '*'
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
      *    ROTINA DE FECHAMENTO DO PROGRAMA: EXIBE OS CONTADORES (LIDOS
      *    DO CADASTRO + FORA DO CADASTRO = GRAVADOS NO TRABALHO =
      *    IMPRESSOS NA RELACAO)
      *    E ENCERRA. RETURN-CODE: 0 = POSICAO COMPLETA, 4 = POSICAO
      *    COM FUNCIONARIO NAO VERIFICAVEL, DATA INVALIDA NO HISTORICO
      *    OU ESCRITORIO FORA DO MESTRE, 12 = ABORTO POR ERRO DE
      *    ARQUIVO, 16 = PARM INVALIDO, TABELA INSUFICIENTE OU
      *    RELACAO NOMINAL QUE NAO FECHA COM O CADASTRO.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQFOT01

           DISPLAY '***************************************************'
           DISPLAY '* DATA DE REFERENCIA         'WRK-DATA-REF
           DISPLAY '* LIMITE DO AVISO            'WRK-DATA-LIMITE-AVISO
           DISPLAY '* QTDE LIDA DO CADASTRO      'ACU-LIDOS-ARQCAD01
           DISPLAY '* QTDE LIDA DO HISTORICO     'ACU-LIDOS-ARQHST01
           DISPLAY '* QTDE VENCIDOS NA DATA      'WRK-TOT-CATEG(1)
           DISPLAY '* QTDE EM AVISO NA DATA      'WRK-TOT-CATEG(2)
           DISPLAY '* QTDE EM DIA NA DATA        'WRK-TOT-CATEG(3)
           DISPLAY '* QTDE NAO VERIFICAVEIS      'WRK-TOT-CATEG(4)
           DISPLAY '* QTDE SUSPENSOS NA DATA     'WRK-TOT-CATEG(5)
           DISPLAY '* QTDE DESLIGADOS NA DATA    'WRK-TOT-CATEG(6)
           DISPLAY '* HISTORICO COM DATA INVALIDA'ACU-HST-INVALIDO
           DISPLAY '* ESCRITORIOS FORA DO MESTRE 'ACU-ESCRT-SEM-MESTRE
           DISPLAY '* QTDE FORA DO CADASTRO ATUAL'ACU-FORA-CADASTRO
           DISPLAY '* QTDE GRAVADA NO TRABALHO   'ACU-GRAVADOS-ARQFTW1
           DISPLAY '* QTDE IMPRESSA NA RELACAO   'ACU-IMPRESSOS
           DISPLAY '* EXER0114 - FIM DO PROGRAMA.                      '
           DISPLAY '***************************************************'

           IF NOT WRK-FINALIZ-COM-ERRO
              IF ACU-IMPRESSOS NOT EQUAL ACU-LIDOS-ARQCAD01
                                       + ACU-FORA-CADASTRO
                 DISPLAY '* RELACAO NOMINAL NAO FECHA COM O CADASTRO *'
                 MOVE 16 TO WRK-RC-FINAL
              ELSE
                 IF WRK-TOT-CATEG(4) GREATER ZERO
                 OR ACU-HST-INVALIDO GREATER ZERO
                 OR ACU-ESCRT-SEM-MESTRE GREATER ZERO
                    MOVE 04 TO WRK-RC-FINAL
                 ELSE
                    MOVE ZEROS TO WRK-RC-FINAL
                 END-IF
              END-IF
           END-IF

           MOVE WRK-RC-FINAL TO RETURN-CODE

           STOP RUN.

      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

          END PROGRAM EXER0114.
      *----------------------------------------------------------------*
