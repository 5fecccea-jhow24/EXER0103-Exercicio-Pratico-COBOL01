      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0116.
       AUTHOR.     ARI BORGES.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0116
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   QUALIDADE DE DADOS DO CADASTRO: DETECCAO DA *
      *                    MESMA PESSOA CADASTRADA SOB DUAS MATRICULAS *
      *                    (UMA POR SISTEMA DE ORIGEM DESDE A ENTRADA  *
      *                    DA SUBSIDIARIA) - A CRITICA DP01 DO EXER0103*
      *                    SO PEGA A MESMA MATRICULA VINDA DE DUAS     *
      *                    ORIGENS. DOIS MODOS, PELO PARM:             *
      *                    'L' - VARRE O CADASTRO (ARQCAD01), NORMALIZA*
      *                          O NOME (MAIUSCULAS, SEM ACENTO, SEM   *
      *                          BRANCOS EXTRAS), ORDENA POR NOME E    *
      *                          LISTA PARA REVISAO (ARQDUP01) OS PARES*
      *                          DE MATRICULAS DIFERENTES COM O MESMO  *
      *                          NOME NORMALIZADO NO MESMO ESCRITORIO  *
      *                          OU EM ORIGENS DIFERENTES, COM AS DATAS*
      *                          DE CONTROLE, SITUACOES E ORIGENS DOS  *
      *                          DOIS REGISTROS. MESMO NOME EM         *
      *                          ESCRITORIOS DIFERENTES DA MESMA ORIGEM*
      *                          E TRATADO COMO HOMONIMO (SO CONTADO). *
      *                    'M' - LE O ARQUIVO DE DUPLICIDADES          *
      *                          CONFIRMADAS NA REVISAO (ARQDCF01 -    *
      *                          MATRICULA QUE FICA, MATRICULA A       *
      *                          DESLIGAR, SOLICITANTE E APROVADOR),   *
      *                          CONFERE CADA LINHA CONTRA O CADASTRO  *
      *                          E GERA O MOVIMENTO DE DESLIGAMENTO    *
      *                          ('E') DA MATRICULA A DESLIGAR NUM LOTE*
      *                          NO FORMATO DO ARQMOVB1 (ARQDMV01, COM *
      *                          HEADER E TRAILER), PARA A CRITICA     *
      *                          PREVIA DO EXER0107. O RESULTADO DE    *
      *                          CADA LINHA SAI NO ARQDUP01. APLICADO  *
      *                          PELO EXER0104, O DESLIGAMENTO E       *
      *                          MANTIDO PELO EXER0103 MESMO QUE A     *
      *                          ORIGEM CONTINUE ENVIANDO A MATRICULA. *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCAD01                                  CAD01103
      *      ARQDPW1                                   (TRABALHO)
      *      ARQDPW2                                   (TRABALHO)
      *      ARQDCF01                                  DCF01116
      *      ARQDMV01                                  MOV01104
      *      ARQDUP01                                  (RELAT.DUPLIC.)
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
           SELECT ARQDPW1  ASSIGN       TO UT-S-ARQDPW1
                      FILE STATUS      IS WRK-FS-ARQDPW1.
      *
           SELECT ARQDPW2  ASSIGN       TO UT-S-ARQDPW2
                      FILE STATUS      IS WRK-FS-ARQDPW2.
      *
           SELECT WRK-SD-DUPLIC ASSIGN  TO UT-S-ARQDPWS.
      *
           SELECT ARQDCF01 ASSIGN       TO UT-S-ARQDCF01
                      FILE STATUS      IS WRK-FS-ARQDCF01.
      *
           SELECT ARQDMV01 ASSIGN       TO UT-S-ARQDMV01
                      FILE STATUS      IS WRK-FS-ARQDMV01.
      *
           SELECT ARQDUP01 ASSIGN       TO UT-S-ARQDUP01
                      FILE STATUS      IS WRK-FS-ARQDUP01.
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
      *               CHAVEADO PELA MATRICULA DO FUNCIONARIO. VARRIDO *
      *               POR INTEIRO NO MODO 'L' E LIDO POR CHAVE NO     *
      *               MODO 'M'.                                       *
      *               ORG. INDEXADA   -   LRECL = 175                 *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD01103.

      *---------------------------------------------------------------*
      *   OUTPUT:    TRABALHO COM 1 REGISTRO POR FUNCIONARIO DO       *
      *               CADASTRO E O NOME NORMALIZADO (MODO 'L')        *
      *               ORG. SEQUENCIAL  -  LRECL = 163                 *
      *---------------------------------------------------------------*

       FD  ARQDPW1
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ARQDPW1-REG-NOME.
          05 ARQDPW1-NM-NORMALIZADO  PIC X(060).
          05 ARQDPW1-NR-MATR         PIC 9(008).
          05 ARQDPW1-NM-FUNC         PIC X(060).
          05 ARQDPW1-COD-ESCRT       PIC X(004).
          05 ARQDPW1-SIST-ORIGEM     PIC X(010).
          05 ARQDPW1-SIT-FUNC        PIC X(001).
          05 ARQDPW1-DAT-CNTRL       PIC X(010).
          05 ARQDPW1-DAT-SITUACAO    PIC X(010).

      *---------------------------------------------------------------*
      *   INPUT:     TRABALHO ORDENADO POR NOME NORMALIZADO +         *
      *               MATRICULA (SAIDA DO SORT DE ARQDPW1)            *
      *               ORG. SEQUENCIAL  -  LRECL = 163                 *
      *---------------------------------------------------------------*

       FD  ARQDPW2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ARQDPW2-REG-NOME.
          05 ARQDPW2-NM-NORMALIZADO  PIC X(060).
          05 ARQDPW2-NR-MATR         PIC 9(008).
          05 ARQDPW2-NM-FUNC         PIC X(060).
          05 ARQDPW2-COD-ESCRT       PIC X(004).
          05 ARQDPW2-SIST-ORIGEM     PIC X(010).
          05 ARQDPW2-SIT-FUNC        PIC X(001).
          05 ARQDPW2-DAT-CNTRL       PIC X(010).
          05 ARQDPW2-DAT-SITUACAO    PIC X(010).

      *---------------------------------------------------------------*
      *   SORT:      ORDENACAO DO TRABALHO POR NOME NORMALIZADO E     *
      *               MATRICULA                                       *
      *---------------------------------------------------------------*

       SD  WRK-SD-DUPLIC.
       01 WRK-SD-DUP-REG.
          05 WRK-SD-DUP-NM-NORM      PIC X(060).
          05 WRK-SD-DUP-NR-MATR      PIC 9(008).
          05 FILLER                  PIC X(095).

      *---------------------------------------------------------------*
      *   INPUT:     DUPLICIDADES CONFIRMADAS NA REVISAO (MODO 'M')   *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQDCF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDCF01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:    LOTE DE MOVIMENTOS DE DESLIGAMENTO ('E') NO      *
      *               FORMATO DO ARQMOVB1 (HEADER, DETALHES E         *
      *               TRAILER), ENTRADA DO EXER0107 (MODO 'M').       *
      *               ORG. SEQUENCIAL   -   LRECL = 136               *
      *---------------------------------------------------------------*

       FD  ARQDMV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDMV01             PIC X(136).

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DE CANDIDATOS A DUPLICIDADE (MODO 'L') *
      *               OU DO RESULTADO DAS CONFIRMADAS (MODO 'M').     *
      *               ORG. SEQUENCIAL   -   LRECL = 133 (1A POSICAO   *
      *               E O CARACTERE DE CONTROLE DE FORMULARIO - ASA). *
      *---------------------------------------------------------------*

       FD  ARQDUP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDUP01             PIC X(133).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0116 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0116'.
       77 ACU-LIDOS-ARQCAD01      PIC  9(007) VALUE ZEROS.
       77 ACU-NOME-BRANCO         PIC  9(007) VALUE ZEROS.
       77 ACU-GRAVADOS-ARQDPW1    PIC  9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQDPW2       PIC  9(007) VALUE ZEROS.
       77 ACU-PARES               PIC  9(007) VALUE ZEROS.
       77 ACU-PARES-ESCRT         PIC  9(007) VALUE ZEROS.
       77 ACU-PARES-ORIGEM        PIC  9(007) VALUE ZEROS.
       77 ACU-PARES-AMBOS         PIC  9(007) VALUE ZEROS.
       77 ACU-HOMONIMOS           PIC  9(007) VALUE ZEROS.
       77 ACU-GRUPOS-TRUNCADOS    PIC  9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQDCF01      PIC  9(007) VALUE ZEROS.
       77 ACU-MOVTOS-GERADOS      PIC  9(007) VALUE ZEROS.
       77 ACU-CONFIRM-REJEITADAS  PIC  9(007) VALUE ZEROS.
       77 WRK-DAT-GERACAO         PIC  9(008) VALUE ZEROS.
       77 WRK-HRA-GERACAO         PIC  9(006) VALUE ZEROS.
       77 WRK-QTDE-GRP            PIC  9(003) COMP VALUE ZEROS.
       77 WRK-SUB-I               PIC  9(003) COMP VALUE ZEROS.
       77 WRK-SUB-J               PIC  9(003) COMP VALUE ZEROS.
       77 WRK-SUB-J-INI           PIC  9(003) COMP VALUE ZEROS.
       77 WRK-QTDE-USADAS         PIC  9(005) COMP VALUE ZEROS.
       77 WRK-NRM-POS-ENT         PIC  9(003) COMP VALUE ZEROS.
       77 WRK-NRM-POS-SAI         PIC  9(003) COMP VALUE ZEROS.
       77 WRK-DUP-PAGINA          PIC  9(003) COMP VALUE ZEROS.
       77 WRK-DUP-LINHAS          PIC  9(003) COMP VALUE ZEROS.
       77 WRK-DUP-PAR-EDIT        PIC  ZZZZ9.
       77 WRK-GRP-NOME            PIC  X(060) VALUE SPACES.
       77 WRK-NOME-MANTER         PIC  X(060) VALUE SPACES.
       77 WRK-DCF-CRITICA         PIC  X(030) VALUE SPACES.
       77 WRK-SW-GRP-TRUNC        PIC  X(001) VALUE 'N'.
          88 WRK-GRP-TRUNCADO                 VALUE 'S'.
       77 WRK-SW-NRM-BRANCO       PIC  X(001) VALUE 'S'.
          88 WRK-NRM-ULT-BRANCO               VALUE 'S'.
          88 WRK-NRM-ULT-LETRA                VALUE 'N'.
       77 WRK-SW-FINALIZ          PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZ-COM-ERRO             VALUE 'S'.
       77 WRK-RC-FINAL            PIC  9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    NORMALIZACAO DO NOME (3900): ENTRADA CONVERTIDA PARA        *
      *    MAIUSCULAS SEM ACENTO E COPIADA PARA A SAIDA CARACTER A     *
      *    CARACTER, SEM OS BRANCOS DO INICIO E COM 1 SO BRANCO ENTRE  *
      *    AS PALAVRAS                                                 *
      *----------------------------------------------------------------*
       01 WRK-NRM-ENTRADA         PIC  X(060) VALUE SPACES.
       01 WRK-NRM-ENTRADA-R       REDEFINES WRK-NRM-ENTRADA.
          05 WRK-NRM-CAR-ENT      PIC  X(001) OCCURS 60 TIMES.
      *
       01 WRK-NRM-SAIDA           PIC  X(060) VALUE SPACES.
       01 WRK-NRM-SAIDA-R         REDEFINES WRK-NRM-SAIDA.
          05 WRK-NRM-CAR-SAI      PIC  X(001) OCCURS 60 TIMES.
      *
      *----------------------------------------------------------------*
      *    TABELA DE CONVERSAO DO NOME: MINUSCULAS E LETRAS ACENTUADAS *
      *    (MINUSCULAS E MAIUSCULAS, PAGINA DE CODIGO 037 DO CADASTRO) *
      *    PARA A MAIUSCULA SEM ACENTO. AS DUAS LISTAS TEM O MESMO     *
      *    TAMANHO E A MESMA ORDEM:                                    *
      *      A: 42-47 / 62-67   C: 48 / 68   N: 49 / 69                *
      *      E: 51-54 / 71-74   I: 55-58 / 75-78                       *
      *      O: CB-CF / EB-EF   U: DB-DE / FB-FE                       *
      *----------------------------------------------------------------*
       01 WRK-NRM-DE.
          05 FILLER                PIC  X(026) VALUE
                'abcdefghijklmnopqrstuvwxyz'.
          05 FILLER                PIC  X(025) VALUE
                X'42434445464748495152535455565758CBCCCDCECFDBDCDDDE'.
          05 FILLER                PIC  X(025) VALUE
                X'62636465666768697172737475767778EBECEDEEEFFBFCFDFE'.
      *
       01 WRK-NRM-PARA.
          05 FILLER                PIC  X(026) VALUE
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          05 FILLER                PIC  X(025) VALUE
                'AAAAAACNEEEEIIIIOOOOOUUUU'.
          05 FILLER                PIC  X(025) VALUE
                'AAAAAACNEEEEIIIIOOOOOUUUU'.
      *
      *----------------------------------------------------------------*
      *    GRUPO CORRENTE DE FUNCIONARIOS COM O MESMO NOME NORMALIZADO *
      *    (MODO 'L'). GRUPO ALEM DE 100 REGISTROS E TRUNCADO E        *
      *    APONTADO NO RELATORIO.                                      *
      *----------------------------------------------------------------*
       01 WRK-TAB-GRP.
          05 WRK-GRP-OCR          OCCURS 100 TIMES.
             10 WRK-GRP-NR-MATR       PIC 9(008).
             10 WRK-GRP-NM-FUNC       PIC X(060).
             10 WRK-GRP-COD-ESCRT     PIC X(004).
             10 WRK-GRP-SIST-ORIGEM   PIC X(010).
             10 WRK-GRP-SIT-FUNC      PIC X(001).
             10 WRK-GRP-DAT-CNTRL     PIC X(010).
             10 WRK-GRP-DAT-SITUACAO  PIC X(010).
      *
      *----------------------------------------------------------------*
      *    MATRICULAS JA USADAS NAS LINHAS ACEITAS DO ARQDCF01 (MODO   *
      *    'M'), COM O PAPEL ('M' MANTIDA, 'D' A DESLIGAR), PARA       *
      *    BARRAR A MESMA MATRICULA DESLIGADA DUAS VEZES OU MANTIDA    *
      *    NUMA LINHA E DESLIGADA EM OUTRA                             *
      *----------------------------------------------------------------*
       01 WRK-TAB-USADAS.
          05 WRK-USD-OCR          OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WRK-QTDE-USADAS
                                   INDEXED BY WRK-IDX-USD.
             10 WRK-USD-NR-MATR       PIC 9(008).
             10 WRK-USD-PAPEL         PIC X(001).
      *
      *----------------------------------------------------------------*
      *    DADOS DA MATRICULA A DESLIGAR (MODO 'M'), GUARDADOS ANTES   *
      *    DA LEITURA DA MATRICULA MANTIDA                             *
      *----------------------------------------------------------------*
       01 WRK-DESLIGAR.
          05 WRK-DSL-NM-FUNC      PIC  X(060).
          05 WRK-DSL-NM-ESCRT     PIC  X(030).
          05 WRK-DSL-COD-ESCRT    PIC  X(004).
          05 WRK-DSL-SIT-FUNC     PIC  X(001).
          05 WRK-DSL-DAT-CNTRL    PIC  X(010).
          05 WRK-DSL-NM-NORM      PIC  X(060).
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO (ARQDUP01) - LRECL 133,                 *
      *    1A POSICAO = CARACTERE DE CONTROLE DE FORMULARIO (ASA)      *
      *----------------------------------------------------------------*
       01 WRK-DUP-CABEC1.
          05 FILLER                PIC  X(001) VALUE '1'.
          05 FILLER                PIC  X(009) VALUE 'EXER0116 '.
          05 WRK-DUP-CAB-TITULO    PIC  X(060).
          05 FILLER                PIC  X(011) VALUE 'GERACAO: '.
          05 WRK-DUP-CAB-GERACAO   PIC  9(008).
          05 FILLER                PIC  X(001) VALUE SPACES.
          05 WRK-DUP-CAB-HORA      PIC  9(006).
          05 FILLER                PIC  X(004) VALUE SPACES.
          05 FILLER                PIC  X(008) VALUE 'PAGINA: '.
          05 WRK-DUP-CAB-PAGINA    PIC  ZZ9.
          05 FILLER                PIC  X(022) VALUE SPACES.

       01 WRK-DUP-CABEC-PARES.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(007) VALUE 'PAR'.
          05 FILLER                PIC  X(010) VALUE 'MATRICULA'.
          05 FILLER                PIC  X(042) VALUE
                'NOME DO FUNCIONARIO'.
          05 FILLER                PIC  X(006) VALUE 'ESCR'.
          05 FILLER                PIC  X(012) VALUE 'ORIGEM'.
          05 FILLER                PIC  X(004) VALUE 'S'.
          05 FILLER                PIC  X(012) VALUE 'DT.CONTROLE'.
          05 FILLER                PIC  X(012) VALUE 'DT.SITUACAO'.
          05 FILLER                PIC  X(027) VALUE 'CRITERIO'.

       01 WRK-DUP-DET-PAR.
          05 WRK-DUP-PAR-CTL       PIC  X(001).
          05 WRK-DUP-PAR-NUMERO    PIC  X(005).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-PAR-MATR      PIC  9(008).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-PAR-NOME      PIC  X(040).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-PAR-ESCRT     PIC  X(004).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-PAR-ORIGEM    PIC  X(010).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-PAR-SIT       PIC  X(001).
          05 FILLER                PIC  X(003).
          05 WRK-DUP-PAR-DAT-CNTRL PIC  X(010).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-PAR-DAT-SIT   PIC  X(010).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-PAR-CRITERIO  PIC  X(025).
          05 FILLER                PIC  X(002).

       01 WRK-DUP-CABEC-CONFIRM.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(010) VALUE 'MANTIDA'.
          05 FILLER                PIC  X(010) VALUE 'DESLIGAR'.
          05 FILLER                PIC  X(038) VALUE
                'NOME (MATRICULA A DESLIGAR)'.
          05 FILLER                PIC  X(006) VALUE 'ESCR'.
          05 FILLER                PIC  X(004) VALUE 'S'.
          05 FILLER                PIC  X(012) VALUE 'DT.CONTROLE'.
          05 FILLER                PIC  X(010) VALUE 'SOLICIT.'.
          05 FILLER                PIC  X(010) VALUE 'APROVADOR'.
          05 FILLER                PIC  X(032) VALUE 'RESULTADO'.

       01 WRK-DUP-DET-CONFIRM.
          05 WRK-DUP-CNF-CTL       PIC  X(001).
          05 WRK-DUP-CNF-MANTER    PIC  X(008).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-CNF-DESLIGAR  PIC  X(008).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-CNF-NOME      PIC  X(036).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-CNF-ESCRT     PIC  X(004).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-CNF-SIT       PIC  X(001).
          05 FILLER                PIC  X(003).
          05 WRK-DUP-CNF-DAT-CNTRL PIC  X(010).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-CNF-SOLIC     PIC  X(008).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-CNF-APROV     PIC  X(008).
          05 FILLER                PIC  X(002).
          05 WRK-DUP-CNF-RESULTADO PIC  X(030).
          05 FILLER                PIC  X(002).

       01 WRK-DUP-MENSAGEM.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 WRK-DUP-MSG-TEXTO     PIC  X(080).
          05 FILLER                PIC  X(052) VALUE SPACES.

       01 WRK-DUP-TOTAL.
          05 WRK-DUP-TOT-CTL       PIC  X(001).
          05 WRK-DUP-TOT-TEXTO     PIC  X(040).
          05 WRK-DUP-TOT-QTDE      PIC  Z.ZZZ.ZZ9.
          05 FILLER                PIC  X(083).
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCAD01      VALUE 'CAD01113'.
          88 WRK-CN-ARQDPW1       VALUE 'DPW01116'.
          88 WRK-CN-ARQDPW2       VALUE 'DPW02116'.
          88 WRK-CN-ARQDCF01      VALUE 'DCF01116'.
          88 WRK-CN-ARQDMV01      VALUE 'DMV01116'.
          88 WRK-CN-ARQDUP01      VALUE 'DUP01116'.

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
          88 WRK-FS-CAD01-NAOACHOU            VALUE '23'.
      *
       01 WRK-FS-ARQDPW1          PIC  X(002) VALUE SPACES.
          88 WRK-FS-DPW1-OK                   VALUE '00'.
      *
       01 WRK-FS-ARQDPW2          PIC  X(002) VALUE SPACES.
          88 WRK-FS-DPW2-OK                   VALUE '00'.
          88 WRK-FS-DPW2-FIM                  VALUE '10'.
      *
       01 WRK-FS-ARQDCF01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-DCF01-OK                  VALUE '00'.
          88 WRK-FS-DCF01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQDMV01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-DMV01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQDUP01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-DUP01-OK                  VALUE '00'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY DCF01116.
           COPY MOV01104.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0116 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       LINKAGE                         SECTION.
      *================================================================*
      *----------------------------------------------------------------*
      *    AREA DO PARM DE EXECUCAO (JCL EXEC PARM=): O MODO DE        *
      *    OPERACAO - 'L' LISTA OS CANDIDATOS A DUPLICIDADE, 'M' GERA  *
      *    OS MOVIMENTOS DAS DUPLICIDADES CONFIRMADAS. PARM AUSENTE OU *
      *    MODO DESCONHECIDO CANCELA A EXECUCAO.                       *
      *----------------------------------------------------------------*
       01 WRK-JCL-PARM.
          05 WRK-PARM-LEN            PIC  S9(004) COMP.
          05 WRK-PARM-DADOS.
             10 WRK-PARM-MODO        PIC  X(001).
                88 WRK-PARM-MODO-LISTA       VALUE 'L'.
                88 WRK-PARM-MODO-MOVIMENTO   VALUE 'M'.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING WRK-JCL-PARM.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA: DESPACHA PELO MODO DO PARM    *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           IF WRK-PARM-LEN NOT GREATER ZERO
           OR (NOT WRK-PARM-MODO-LISTA
               AND NOT WRK-PARM-MODO-MOVIMENTO)
              DISPLAY '************************************************'
              DISPLAY '* PARM AUSENTE OU MODO DESCONHECIDO - USAR     *'
              DISPLAY '* L (LISTA) OU M (MOVIMENTOS)                  *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
              DISPLAY '************************************************'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           PERFORM 1000-INICIALIZAR
      *
           IF WRK-PARM-MODO-LISTA
              PERFORM 2000-LISTAR-CANDIDATOS
           ELSE
              PERFORM 3000-GERAR-MOVIMENTOS
           END-IF
      *
           PERFORM 9900-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: ABRE O CADASTRO E O
      *    RELATORIO E, CONFORME O MODO, O TRABALHO DE NOMES ('L') OU
      *    O ARQUIVO DE CONFIRMADAS E O LOTE DE MOVIMENTOS, COM O
      *    HEADER JA GRAVADO ('M')
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-GERACAO
           MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-HRA-GERACAO

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT  ARQCAD01
                OUTPUT ARQDUP01
      *
           IF NOT WRK-FS-CAD01-OK
           OR NOT WRK-FS-DUP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-PARM-MODO-LISTA
              SET WRK-CN-ARQDPW1              TO TRUE

              OPEN OUTPUT ARQDPW1

              IF NOT WRK-FS-DPW1-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              MOVE 'LISTA DE POSSIVEIS DUPLICIDADES DE PESSOA'
                TO WRK-DUP-CAB-TITULO
           ELSE
              SET WRK-CN-ARQDCF01             TO TRUE

              OPEN INPUT  ARQDCF01
                   OUTPUT ARQDMV01

              IF NOT WRK-FS-DCF01-OK
              OR NOT WRK-FS-DMV01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              MOVE 'DESLIGAMENTO DAS DUPLICIDADES CONFIRMADAS'
                TO WRK-DUP-CAB-TITULO

              MOVE SPACES             TO ARQMOV01-REG-HEADER
              SET ARQMOV01-HEADER     TO TRUE
              MOVE WRK-DAT-GERACAO    TO ARQMOV01-HDR-DAT-GERACAO
              MOVE WRK-PROGRAMA       TO ARQMOV01-HDR-SIST-ORIGEM

              SET WRK-CN-WRITE        TO TRUE
              SET WRK-CN-ARQDMV01     TO TRUE

              WRITE FD-ARQDMV01 FROM ARQMOV01-REG-HEADER

              IF NOT WRK-FS-DMV01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DO MODO 'L': GRAVA O TRABALHO COM O NOME NORMALIZADO
      *    DE CADA FUNCIONARIO, ORDENA POR NOME + MATRICULA E LISTA OS
      *    PARES CANDIDATOS DE CADA GRUPO DE NOMES IGUAIS
      *----------------------------------------------------------------*
       2000-LISTAR-CANDIDATOS SECTION.
      *----------------------------------------------------------------*
           PERFORM 2800-LER-CADASTRO

           PERFORM 2100-GRAVAR-NOME
              UNTIL WRK-FS-CAD01-FIM

           SET WRK-CN-CLOSE          TO TRUE
           SET WRK-CN-ARQDPW1        TO TRUE

           CLOSE ARQDPW1

           IF NOT WRK-FS-DPW1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SORT WRK-SD-DUPLIC
              ON ASCENDING  KEY WRK-SD-DUP-NM-NORM
                                WRK-SD-DUP-NR-MATR
              USING ARQDPW1
              GIVING ARQDPW2

           SET WRK-CN-OPEN           TO TRUE
           SET WRK-CN-ARQDPW2        TO TRUE

           OPEN INPUT ARQDPW2

           IF NOT WRK-FS-DPW2-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ZEROS                TO WRK-DUP-PAGINA
           PERFORM 7000-IMPRIMIR-CABECALHO

           MOVE SPACES               TO WRK-GRP-NOME
           MOVE ZEROS                TO WRK-QTDE-GRP
           MOVE 'N'                  TO WRK-SW-GRP-TRUNC

           PERFORM 2810-LER-TRABALHO

           PERFORM 2300-AGRUPAR-NOME
              UNTIL WRK-FS-DPW2-FIM

           PERFORM 2400-FECHAR-GRUPO

           SET WRK-CN-CLOSE          TO TRUE
           SET WRK-CN-ARQDPW2        TO TRUE

           CLOSE ARQDPW2

           IF NOT WRK-FS-DPW2-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ACU-PARES EQUAL ZERO
              MOVE '*** NENHUM PAR CANDIDATO A DUPLICIDADE ***'
                TO WRK-DUP-MSG-TEXTO
              PERFORM 7060-GRAVAR-MENSAGEM
           END-IF

           PERFORM 7300-TOTAIS-LISTA
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 FUNCIONARIO NO TRABALHO COM O NOME
      *    NORMALIZADO. NOME EM BRANCO NAO E COMPARAVEL E SO E CONTADO.
      *----------------------------------------------------------------*
       2100-GRAVAR-NOME SECTION.
      *----------------------------------------------------------------*
           MOVE ARQCAD01-NM-FUNC        TO WRK-NRM-ENTRADA
           PERFORM 3900-NORMALIZAR-NOME

           IF WRK-NRM-SAIDA EQUAL SPACES
              ADD 1 TO ACU-NOME-BRANCO
           ELSE
              MOVE WRK-NRM-SAIDA        TO ARQDPW1-NM-NORMALIZADO
              MOVE ARQCAD01-NR-MATR     TO ARQDPW1-NR-MATR
              MOVE ARQCAD01-NM-FUNC     TO ARQDPW1-NM-FUNC
              MOVE ARQCAD01-COD-ESCRT   TO ARQDPW1-COD-ESCRT
              MOVE ARQCAD01-SIST-ORIGEM TO ARQDPW1-SIST-ORIGEM
              MOVE ARQCAD01-SIT-FUNC    TO ARQDPW1-SIT-FUNC
              MOVE ARQCAD01-DAT-CNTRL   TO ARQDPW1-DAT-CNTRL
              MOVE ARQCAD01-DAT-SITUACAO
                                        TO ARQDPW1-DAT-SITUACAO

              SET WRK-CN-WRITE          TO TRUE
              SET WRK-CN-ARQDPW1        TO TRUE

              WRITE ARQDPW1-REG-NOME

              IF NOT WRK-FS-DPW1-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              ADD 1 TO ACU-GRAVADOS-ARQDPW1
           END-IF

           PERFORM 2800-LER-CADASTRO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE AGRUPAMENTO DO TRABALHO ORDENADO: NA TROCA DE NOME
      *    NORMALIZADO O GRUPO ANTERIOR E FECHADO (PARES LISTADOS) E
      *    UM NOVO COMECA. GRUPO ALEM DE 100 REGISTROS GUARDA SO OS
      *    100 PRIMEIROS E FICA MARCADO COMO TRUNCADO.
      *----------------------------------------------------------------*
       2300-AGRUPAR-NOME SECTION.
      *----------------------------------------------------------------*
           IF ARQDPW2-NM-NORMALIZADO NOT EQUAL WRK-GRP-NOME
              PERFORM 2400-FECHAR-GRUPO
              MOVE ARQDPW2-NM-NORMALIZADO TO WRK-GRP-NOME
           END-IF

           IF WRK-QTDE-GRP LESS 100
              ADD 1 TO WRK-QTDE-GRP
              MOVE ARQDPW2-NR-MATR
                TO WRK-GRP-NR-MATR(WRK-QTDE-GRP)
              MOVE ARQDPW2-NM-FUNC
                TO WRK-GRP-NM-FUNC(WRK-QTDE-GRP)
              MOVE ARQDPW2-COD-ESCRT
                TO WRK-GRP-COD-ESCRT(WRK-QTDE-GRP)
              MOVE ARQDPW2-SIST-ORIGEM
                TO WRK-GRP-SIST-ORIGEM(WRK-QTDE-GRP)
              MOVE ARQDPW2-SIT-FUNC
                TO WRK-GRP-SIT-FUNC(WRK-QTDE-GRP)
              MOVE ARQDPW2-DAT-CNTRL
                TO WRK-GRP-DAT-CNTRL(WRK-QTDE-GRP)
              MOVE ARQDPW2-DAT-SITUACAO
                TO WRK-GRP-DAT-SITUACAO(WRK-QTDE-GRP)
           ELSE
              SET WRK-GRP-TRUNCADO TO TRUE
           END-IF

           PERFORM 2810-LER-TRABALHO
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE FECHAMENTO DO GRUPO CORRENTE: COMPARA CADA PAR
      *    (I, J) DO GRUPO, COM I < J, E REINICIA O GRUPO
      *----------------------------------------------------------------*
       2400-FECHAR-GRUPO SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTDE-GRP GREATER 1
              PERFORM 2410-PERCORRER-PARES
                 VARYING WRK-SUB-I FROM 1 BY 1
                 UNTIL WRK-SUB-I NOT LESS WRK-QTDE-GRP
           END-IF

           IF WRK-GRP-TRUNCADO
              ADD 1 TO ACU-GRUPOS-TRUNCADOS
              MOVE SPACES TO WRK-DUP-MSG-TEXTO
              STRING '*** GRUPO TRUNCADO EM 100 REGISTROS: '
                     WRK-GRP-NOME(1:40)
                     DELIMITED BY SIZE INTO WRK-DUP-MSG-TEXTO
              PERFORM 7060-GRAVAR-MENSAGEM
           END-IF

           MOVE ZEROS TO WRK-QTDE-GRP
           MOVE 'N'   TO WRK-SW-GRP-TRUNC
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE COMPARACAO DO REGISTRO I DO GRUPO COM OS
      *    SEGUINTES (J = I + 1 ATE O FIM DO GRUPO)
      *----------------------------------------------------------------*
       2410-PERCORRER-PARES SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-SUB-J-INI = WRK-SUB-I + 1

           PERFORM 2420-AVALIAR-PAR
              VARYING WRK-SUB-J FROM WRK-SUB-J-INI BY 1
              UNTIL WRK-SUB-J GREATER WRK-QTDE-GRP
           .
      *----------------------------------------------------------------*
       2410-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE AVALIACAO DO PAR (I, J): MESMO NOME NORMALIZADO E
      *    MATRICULAS DIFERENTES (GARANTIDO PELA CHAVE DO CADASTRO) E
      *    CANDIDATO QUANDO ESTA NO MESMO ESCRITORIO OU VEIO DE
      *    ORIGENS DIFERENTES; ESCRITORIOS DIFERENTES NA MESMA ORIGEM
      *    SAO CONTADOS COMO HOMONIMOS. O PAR CANDIDATO SAI EM DUAS
      *    LINHAS, UMA POR MATRICULA.
      *----------------------------------------------------------------*
       2420-AVALIAR-PAR SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-DUP-DET-PAR

           IF WRK-GRP-COD-ESCRT(WRK-SUB-I) EQUAL
              WRK-GRP-COD-ESCRT(WRK-SUB-J)
              IF WRK-GRP-SIST-ORIGEM(WRK-SUB-I) NOT EQUAL
                 WRK-GRP-SIST-ORIGEM(WRK-SUB-J)
                 MOVE 'MESMO ESCR./OUTRA ORIGEM'
                   TO WRK-DUP-PAR-CRITERIO
                 ADD 1 TO ACU-PARES-AMBOS
              ELSE
                 MOVE 'MESMO ESCRITORIO'  TO WRK-DUP-PAR-CRITERIO
                 ADD 1 TO ACU-PARES-ESCRT
              END-IF
           ELSE
              IF WRK-GRP-SIST-ORIGEM(WRK-SUB-I) NOT EQUAL
                 WRK-GRP-SIST-ORIGEM(WRK-SUB-J)
                 MOVE 'ORIGENS DIFERENTES' TO WRK-DUP-PAR-CRITERIO
                 ADD 1 TO ACU-PARES-ORIGEM
              ELSE
                 ADD 1 TO ACU-HOMONIMOS
              END-IF
           END-IF

           IF WRK-DUP-PAR-CRITERIO NOT EQUAL SPACES
              PERFORM 2430-LISTAR-PAR
           END-IF
           .
      *----------------------------------------------------------------*
       2420-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO PAR CANDIDATO (I, J) EM DUAS LINHAS,
      *    UMA POR MATRICULA, COM O CRITERIO JA DEFINIDO NA 2420
      *----------------------------------------------------------------*
       2430-LISTAR-PAR SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO ACU-PARES
           MOVE ACU-PARES              TO WRK-DUP-PAR-EDIT

           IF WRK-DUP-LINHAS GREATER 54
              PERFORM 7000-IMPRIMIR-CABECALHO
           END-IF

           MOVE '0'                    TO WRK-DUP-PAR-CTL
           MOVE WRK-DUP-PAR-EDIT       TO WRK-DUP-PAR-NUMERO
           MOVE WRK-GRP-NR-MATR(WRK-SUB-I)      TO WRK-DUP-PAR-MATR
           MOVE WRK-GRP-NM-FUNC(WRK-SUB-I)      TO WRK-DUP-PAR-NOME
           MOVE WRK-GRP-COD-ESCRT(WRK-SUB-I)    TO WRK-DUP-PAR-ESCRT
           MOVE WRK-GRP-SIST-ORIGEM(WRK-SUB-I)  TO WRK-DUP-PAR-ORIGEM
           MOVE WRK-GRP-SIT-FUNC(WRK-SUB-I)     TO WRK-DUP-PAR-SIT
           MOVE WRK-GRP-DAT-CNTRL(WRK-SUB-I)    TO WRK-DUP-PAR-DAT-CNTRL
           MOVE WRK-GRP-DAT-SITUACAO(WRK-SUB-I) TO WRK-DUP-PAR-DAT-SIT

           PERFORM 7050-GRAVAR-LINHA-PAR

           MOVE ' '                    TO WRK-DUP-PAR-CTL
           MOVE SPACES                 TO WRK-DUP-PAR-NUMERO
                                          WRK-DUP-PAR-CRITERIO
           MOVE WRK-GRP-NR-MATR(WRK-SUB-J)      TO WRK-DUP-PAR-MATR
           MOVE WRK-GRP-NM-FUNC(WRK-SUB-J)      TO WRK-DUP-PAR-NOME
           MOVE WRK-GRP-COD-ESCRT(WRK-SUB-J)    TO WRK-DUP-PAR-ESCRT
           MOVE WRK-GRP-SIST-ORIGEM(WRK-SUB-J)  TO WRK-DUP-PAR-ORIGEM
           MOVE WRK-GRP-SIT-FUNC(WRK-SUB-J)     TO WRK-DUP-PAR-SIT
           MOVE WRK-GRP-DAT-CNTRL(WRK-SUB-J)    TO WRK-DUP-PAR-DAT-CNTRL
           MOVE WRK-GRP-DAT-SITUACAO(WRK-SUB-J) TO WRK-DUP-PAR-DAT-SIT

           PERFORM 7050-GRAVAR-LINHA-PAR
           .
      *----------------------------------------------------------------*
       2430-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA SEQUENCIAL DE 1 REGISTRO DO CADASTRO
      *    INDEXADO (MODO 'L')
      *----------------------------------------------------------------*
       2800-LER-CADASTRO SECTION.
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
       2800-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 REGISTRO DO TRABALHO ORDENADO
      *----------------------------------------------------------------*
       2810-LER-TRABALHO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQDPW2           TO TRUE

           READ ARQDPW2.

           IF WRK-FS-DPW2-OK
              ADD 1 TO ACU-LIDOS-ARQDPW2
           ELSE
              IF NOT WRK-FS-DPW2-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2810-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DO MODO 'M': TRATA CADA LINHA DO ARQUIVO DE
      *    DUPLICIDADES CONFIRMADAS E FECHA O LOTE DE MOVIMENTOS COM O
      *    TRAILER (LOTE SEM LINHA ACEITA SAI SO COM HEADER E TRAILER
      *    ZERADO, QUE O EXER0107 ACEITA)
      *----------------------------------------------------------------*
       3000-GERAR-MOVIMENTOS SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                TO WRK-DUP-PAGINA
           PERFORM 7000-IMPRIMIR-CABECALHO

           PERFORM 3800-LER-CONFIRMADO

           PERFORM 3100-TRATAR-CONFIRMADO
              UNTIL WRK-FS-DCF01-FIM

           IF ACU-LIDOS-ARQDCF01 EQUAL ZERO
              MOVE '*** ARQUIVO DE DUPLICIDADES CONFIRMADAS VAZIO ***'
                TO WRK-DUP-MSG-TEXTO
              PERFORM 7060-GRAVAR-MENSAGEM
           END-IF

           MOVE SPACES               TO ARQMOV01-REG-TRAILER
           SET ARQMOV01-TRAILER      TO TRUE
           MOVE ACU-MOVTOS-GERADOS   TO ARQMOV01-TRL-QTDE

           SET WRK-CN-WRITE          TO TRUE
           SET WRK-CN-ARQDMV01       TO TRUE

           WRITE FD-ARQDMV01 FROM ARQMOV01-REG-TRAILER

           IF NOT WRK-FS-DMV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 7400-TOTAIS-MOVIMENTOS
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE TRATAMENTO DE 1 DUPLICIDADE CONFIRMADA: CRITICA A
      *    LINHA (3110); ACEITA, GERA O MOVIMENTO 'E' DA MATRICULA A
      *    DESLIGAR. O RESULTADO SAI NO RELATORIO.
      *----------------------------------------------------------------*
       3100-TRATAR-CONFIRMADO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO WRK-DESLIGAR
                                           WRK-DCF-CRITICA

           PERFORM 3110-CRITICAR-CONFIRMADO

           IF WRK-DCF-CRITICA EQUAL SPACES
              PERFORM 3150-GRAVAR-MOVIMENTO
              MOVE 'MOVIMENTO E GERADO'  TO WRK-DCF-CRITICA
           ELSE
              ADD 1 TO ACU-CONFIRM-REJEITADAS
              DISPLAY ARQDCF01-NR-MATR-DESLIGAR
                      ' - DUPLICIDADE NAO ACEITA: ' WRK-DCF-CRITICA
           END-IF

           MOVE SPACES                  TO WRK-DUP-DET-CONFIRM
           MOVE ARQDCF01-NR-MATR-MANTER TO WRK-DUP-CNF-MANTER
           MOVE ARQDCF01-NR-MATR-DESLIGAR
                                        TO WRK-DUP-CNF-DESLIGAR
           MOVE WRK-DSL-NM-FUNC         TO WRK-DUP-CNF-NOME
           MOVE WRK-DSL-COD-ESCRT       TO WRK-DUP-CNF-ESCRT
           MOVE WRK-DSL-SIT-FUNC        TO WRK-DUP-CNF-SIT
           MOVE WRK-DSL-DAT-CNTRL       TO WRK-DUP-CNF-DAT-CNTRL
           MOVE ARQDCF01-ID-SOLICITANTE TO WRK-DUP-CNF-SOLIC
           MOVE ARQDCF01-ID-APROVADOR   TO WRK-DUP-CNF-APROV
           MOVE WRK-DCF-CRITICA         TO WRK-DUP-CNF-RESULTADO

           IF WRK-DUP-LINHAS GREATER 55
              PERFORM 7000-IMPRIMIR-CABECALHO
           END-IF

           SET WRK-CN-WRITE             TO TRUE
           SET WRK-CN-ARQDUP01          TO TRUE

           WRITE FD-ARQDUP01 FROM WRK-DUP-DET-CONFIRM

           IF NOT WRK-FS-DUP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO WRK-DUP-LINHAS

           PERFORM 3800-LER-CONFIRMADO
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CRITICA DE 1 LINHA DE ARQDCF01. A PRIMEIRA FALHA
      *    FICA EM WRK-DCF-CRITICA E ENCERRA A CRITICA:
      *      MATRICULAS NUMERICAS E DIFERENTES; SOLICITANTE E
      *      APROVADOR INFORMADOS (A AUTORIDADE E CONFERIDA PELO
      *      EXER0107); MATRICULA A DESLIGAR NO CADASTRO E AINDA NAO
      *      DESLIGADA; MATRICULA MANTIDA NO CADASTRO E NAO DESLIGADA;
      *      MESMO NOME NORMALIZADO NAS DUAS; NENHUMA DAS DUAS EM
      *      CONFLITO COM OUTRA LINHA JA ACEITA (A DESLIGAR NAO PODE
      *      APARECER DE NOVO; A MANTIDA NAO PODE TER SIDO DESLIGADA).
      *----------------------------------------------------------------*
       3110-CRITICAR-CONFIRMADO SECTION.
      *----------------------------------------------------------------*
           IF ARQDCF01-NR-MATR-MANTER NOT NUMERIC
           OR ARQDCF01-NR-MATR-DESLIGAR NOT NUMERIC
              MOVE 'MATRICULA NAO NUMERICA'   TO WRK-DCF-CRITICA
           ELSE
              IF ARQDCF01-NR-MATR-MANTER EQUAL
                 ARQDCF01-NR-MATR-DESLIGAR
                 MOVE 'MATRICULAS IGUAIS'     TO WRK-DCF-CRITICA
              ELSE
                 IF ARQDCF01-ID-SOLICITANTE EQUAL SPACES
                 OR ARQDCF01-ID-APROVADOR EQUAL SPACES
                    MOVE 'SOLICITANTE/APROVADOR AUSENTE'
                                              TO WRK-DCF-CRITICA
                 END-IF
              END-IF
           END-IF

           IF WRK-DCF-CRITICA EQUAL SPACES
              MOVE ARQDCF01-NR-MATR-DESLIGAR  TO ARQCAD01-NR-MATR
              PERFORM 3810-LER-CADASTRO-CHAVE

              IF WRK-FS-CAD01-NAOACHOU
                 MOVE 'A DESLIGAR FORA DO CADASTRO'
                                              TO WRK-DCF-CRITICA
              ELSE
                 MOVE ARQCAD01-NM-FUNC        TO WRK-DSL-NM-FUNC
                 MOVE ARQCAD01-NM-ESCRT       TO WRK-DSL-NM-ESCRT
                 MOVE ARQCAD01-COD-ESCRT      TO WRK-DSL-COD-ESCRT
                 MOVE ARQCAD01-SIT-FUNC       TO WRK-DSL-SIT-FUNC
                 MOVE ARQCAD01-DAT-CNTRL      TO WRK-DSL-DAT-CNTRL
                 MOVE ARQCAD01-NM-FUNC        TO WRK-NRM-ENTRADA
                 PERFORM 3900-NORMALIZAR-NOME
                 MOVE WRK-NRM-SAIDA           TO WRK-DSL-NM-NORM

                 IF ARQCAD01-SIT-DESLIGADO
                    MOVE 'A DESLIGAR JA ESTA DESLIGADA'
                                              TO WRK-DCF-CRITICA
                 END-IF
              END-IF
           END-IF

           IF WRK-DCF-CRITICA EQUAL SPACES
              MOVE ARQDCF01-NR-MATR-MANTER    TO ARQCAD01-NR-MATR
              PERFORM 3810-LER-CADASTRO-CHAVE

              IF WRK-FS-CAD01-NAOACHOU
                 MOVE 'MANTIDA FORA DO CADASTRO'
                                              TO WRK-DCF-CRITICA
              ELSE
                 IF ARQCAD01-SIT-DESLIGADO
                    MOVE 'MANTIDA ESTA DESLIGADA'
                                              TO WRK-DCF-CRITICA
                 ELSE
                    MOVE ARQCAD01-NM-FUNC     TO WRK-NRM-ENTRADA
                    PERFORM 3900-NORMALIZAR-NOME
                    MOVE WRK-NRM-SAIDA        TO WRK-NOME-MANTER

                    IF WRK-NOME-MANTER NOT EQUAL WRK-DSL-NM-NORM
                       MOVE 'NOMES NAO CONFEREM'
                                              TO WRK-DCF-CRITICA
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WRK-DCF-CRITICA EQUAL SPACES
              SET WRK-IDX-USD TO 1

              SEARCH WRK-USD-OCR
                 AT END
                    CONTINUE
                 WHEN WRK-USD-NR-MATR(WRK-IDX-USD) EQUAL
                      ARQDCF01-NR-MATR-DESLIGAR
                    MOVE 'A DESLIGAR JA EM OUTRA LINHA'
                                                 TO WRK-DCF-CRITICA
                 WHEN WRK-USD-NR-MATR(WRK-IDX-USD) EQUAL
                      ARQDCF01-NR-MATR-MANTER
                  AND WRK-USD-PAPEL(WRK-IDX-USD) EQUAL 'D'
                    MOVE 'MANTIDA DESLIGADA EM OUTRA LINHA'
                                                 TO WRK-DCF-CRITICA
              END-SEARCH
           END-IF
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DO MOVIMENTO DE DESLIGAMENTO ('E') DA
      *    MATRICULA A DESLIGAR NO LOTE (LAYOUT DE DETALHE DO
      *    MOV01104), COM OS DADOS DO CADASTRO E O SOLICITANTE/
      *    APROVADOR DA LINHA, E REGISTRO DAS DUAS MATRICULAS NA
      *    TABELA DE USADAS. TABELA ALEM DE 5000 ENTRADAS CANCELA
      *    (UMA CRITICA PARCIAL DEIXARIA CONFLITO PASSAR).
      *----------------------------------------------------------------*
       3150-GRAVAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO ARQMOV01-REG-MOVIMENTO
           SET ARQMOV01-MOVTO-DESLIGAMENTO TO TRUE
           MOVE ARQDCF01-NR-MATR-DESLIGAR TO ARQMOV01-NR-MATR
           MOVE WRK-DSL-NM-FUNC         TO ARQMOV01-NM-FUNC
           MOVE WRK-DSL-NM-ESCRT        TO ARQMOV01-NM-ESCRT
           MOVE WRK-DSL-COD-ESCRT       TO ARQMOV01-COD-ESCRT
           MOVE WRK-DSL-DAT-CNTRL       TO ARQMOV01-DAT-CNTRL
           MOVE ARQDCF01-ID-SOLICITANTE TO ARQMOV01-ID-SOLICITANTE
           MOVE ARQDCF01-ID-APROVADOR   TO ARQMOV01-ID-APROVADOR

           SET WRK-CN-WRITE             TO TRUE
           SET WRK-CN-ARQDMV01          TO TRUE

           WRITE FD-ARQDMV01 FROM ARQMOV01-REG-MOVIMENTO

           IF NOT WRK-FS-DMV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-MOVTOS-GERADOS

           IF WRK-QTDE-USADAS GREATER 4998
              DISPLAY '* ARQDCF01 EXCEDE 2499 LINHAS ACEITAS - '
                      'TABELA DE CRITICA INSUFICIENTE *'
              PERFORM 9150-ERRO-INTEGRIDADE
           END-IF

           ADD 1 TO WRK-QTDE-USADAS
           MOVE ARQDCF01-NR-MATR-DESLIGAR
             TO WRK-USD-NR-MATR(WRK-QTDE-USADAS)
           MOVE 'D' TO WRK-USD-PAPEL(WRK-QTDE-USADAS)

           ADD 1 TO WRK-QTDE-USADAS
           MOVE ARQDCF01-NR-MATR-MANTER
             TO WRK-USD-NR-MATR(WRK-QTDE-USADAS)
           MOVE 'M' TO WRK-USD-PAPEL(WRK-QTDE-USADAS)
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 LINHA DO ARQUIVO DE DUPLICIDADES
      *    CONFIRMADAS
      *----------------------------------------------------------------*
       3800-LER-CONFIRMADO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQDCF01          TO TRUE

           READ ARQDCF01 INTO ARQDCF01-REG-CONFIRMADO.

           IF WRK-FS-DCF01-OK
              ADD 1 TO ACU-LIDOS-ARQDCF01
           ELSE
              IF NOT WRK-FS-DCF01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DO CADASTRO PELA MATRICULA JA MOVIDA PARA
      *    ARQCAD01-NR-MATR. NAO ENCONTRADA FICA EM
      *    WRK-FS-CAD01-NAOACHOU PARA O CHAMADOR.
      *----------------------------------------------------------------*
       3810-LER-CADASTRO-CHAVE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQCAD01          TO TRUE

           READ ARQCAD01

           IF NOT WRK-FS-CAD01-OK
           AND NOT WRK-FS-CAD01-NAOACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE NORMALIZACAO DO NOME JA MOVIDO PARA
      *    WRK-NRM-ENTRADA: CONVERTE MINUSCULAS E ACENTUADAS PARA A
      *    MAIUSCULA SEM ACENTO E MONTA WRK-NRM-SAIDA SEM OS BRANCOS DO
      *    INICIO E COM 1 SO BRANCO ENTRE AS PALAVRAS
      *----------------------------------------------------------------*
       3900-NORMALIZAR-NOME SECTION.
      *----------------------------------------------------------------*
           INSPECT WRK-NRM-ENTRADA
              CONVERTING WRK-NRM-DE TO WRK-NRM-PARA

           MOVE SPACES                  TO WRK-NRM-SAIDA
           MOVE ZEROS                   TO WRK-NRM-POS-SAI
           SET WRK-NRM-ULT-BRANCO       TO TRUE

           PERFORM 3910-COPIAR-CARACTER
              VARYING WRK-NRM-POS-ENT FROM 1 BY 1
              UNTIL WRK-NRM-POS-ENT GREATER 60
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE COPIA DE 1 CARACTER DO NOME: BRANCO SO E LEVADO
      *    PARA A SAIDA QUANDO VEM UMA NOVA PALAVRA DEPOIS DELE (NAO HA
      *    BRANCO NO INICIO, REPETIDO OU NO FIM)
      *----------------------------------------------------------------*
       3910-COPIAR-CARACTER SECTION.
      *----------------------------------------------------------------*
           IF WRK-NRM-CAR-ENT(WRK-NRM-POS-ENT) EQUAL SPACE
              SET WRK-NRM-ULT-BRANCO TO TRUE
           ELSE
              IF WRK-NRM-ULT-BRANCO
              AND WRK-NRM-POS-SAI GREATER ZERO
                 ADD 1 TO WRK-NRM-POS-SAI
              END-IF

              ADD 1 TO WRK-NRM-POS-SAI
              MOVE WRK-NRM-CAR-ENT(WRK-NRM-POS-ENT)
                TO WRK-NRM-CAR-SAI(WRK-NRM-POS-SAI)
              SET WRK-NRM-ULT-LETRA TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3910-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO CABECALHO EM PAGINA NOVA, COM A
      *    LINHA DE COLUNAS DO MODO
      *----------------------------------------------------------------*
       7000-IMPRIMIR-CABECALHO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-DUP-PAGINA
           MOVE WRK-DUP-PAGINA      TO WRK-DUP-CAB-PAGINA
           MOVE WRK-DAT-GERACAO     TO WRK-DUP-CAB-GERACAO
           MOVE WRK-HRA-GERACAO     TO WRK-DUP-CAB-HORA

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQDUP01      TO TRUE

           WRITE FD-ARQDUP01 FROM WRK-DUP-CABEC1
           IF NOT WRK-FS-DUP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-PARM-MODO-LISTA
              WRITE FD-ARQDUP01 FROM WRK-DUP-CABEC-PARES
           ELSE
              WRITE FD-ARQDUP01 FROM WRK-DUP-CABEC-CONFIRM
           END-IF

           IF NOT WRK-FS-DUP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 4 TO WRK-DUP-LINHAS
           .
      *----------------------------------------------------------------*
       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA DE PAR (WRK-DUP-DET-PAR JA
      *    MONTADA PELO CHAMADOR; A QUEBRA DE PAGINA E FEITA ANTES DA
      *    PRIMEIRA LINHA DO PAR, PARA O PAR NAO FICAR DIVIDIDO)
      *----------------------------------------------------------------*
       7050-GRAVAR-LINHA-PAR SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQDUP01      TO TRUE

           WRITE FD-ARQDUP01 FROM WRK-DUP-DET-PAR

           IF NOT WRK-FS-DUP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-DUP-PAR-CTL EQUAL '0'
              ADD 2 TO WRK-DUP-LINHAS
           ELSE
              ADD 1 TO WRK-DUP-LINHAS
           END-IF
           .
      *----------------------------------------------------------------*
       7050-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA DE MENSAGEM
      *    (WRK-DUP-MSG-TEXTO JA MOVIDO PELO CHAMADOR)
      *----------------------------------------------------------------*
       7060-GRAVAR-MENSAGEM SECTION.
      *----------------------------------------------------------------*
           IF WRK-DUP-LINHAS GREATER 55
              PERFORM 7000-IMPRIMIR-CABECALHO
           END-IF

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQDUP01      TO TRUE

           WRITE FD-ARQDUP01 FROM WRK-DUP-MENSAGEM

           IF NOT WRK-FS-DUP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 2 TO WRK-DUP-LINHAS
           .
      *----------------------------------------------------------------*
       7060-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DOS TOTAIS DO MODO 'L'
      *----------------------------------------------------------------*
       7300-TOTAIS-LISTA SECTION.
      *----------------------------------------------------------------*
           IF WRK-DUP-LINHAS GREATER 44
              PERFORM 7000-IMPRIMIR-CABECALHO
           END-IF

           MOVE '-'                            TO WRK-DUP-TOT-CTL
           MOVE 'FUNCIONARIOS LIDOS DO CADASTRO'
             TO WRK-DUP-TOT-TEXTO
           MOVE ACU-LIDOS-ARQCAD01             TO WRK-DUP-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE ' '                            TO WRK-DUP-TOT-CTL
           MOVE 'NOME EM BRANCO (NAO COMPARADOS)'
             TO WRK-DUP-TOT-TEXTO
           MOVE ACU-NOME-BRANCO                TO WRK-DUP-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE 'PARES CANDIDATOS LISTADOS'    TO WRK-DUP-TOT-TEXTO
           MOVE ACU-PARES                      TO WRK-DUP-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE '  MESMO ESCRITORIO'           TO WRK-DUP-TOT-TEXTO
           MOVE ACU-PARES-ESCRT                TO WRK-DUP-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE '  ORIGENS DIFERENTES'         TO WRK-DUP-TOT-TEXTO
           MOVE ACU-PARES-ORIGEM               TO WRK-DUP-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE '  MESMO ESCRITORIO/OUTRA ORIGEM'
             TO WRK-DUP-TOT-TEXTO
           MOVE ACU-PARES-AMBOS                TO WRK-DUP-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE 'HOMONIMOS IGNORADOS (OUTRO ESCR.)'
             TO WRK-DUP-TOT-TEXTO
           MOVE ACU-HOMONIMOS                  TO WRK-DUP-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE 'GRUPOS TRUNCADOS EM 100'      TO WRK-DUP-TOT-TEXTO
           MOVE ACU-GRUPOS-TRUNCADOS           TO WRK-DUP-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL
           .
      *----------------------------------------------------------------*
       7300-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA DE TOTAL (WRK-DUP-TOTAL JA
      *    MONTADA PELO CHAMADOR)
      *----------------------------------------------------------------*
       7350-GRAVAR-TOTAL SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQDUP01      TO TRUE

           WRITE FD-ARQDUP01 FROM WRK-DUP-TOTAL

           IF NOT WRK-FS-DUP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO WRK-DUP-LINHAS
           .
      *----------------------------------------------------------------*
       7350-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DOS TOTAIS DO MODO 'M'
      *----------------------------------------------------------------*
       7400-TOTAIS-MOVIMENTOS SECTION.
      *----------------------------------------------------------------*
           IF WRK-DUP-LINHAS GREATER 50
              PERFORM 7000-IMPRIMIR-CABECALHO
           END-IF

           MOVE '-'                            TO WRK-DUP-TOT-CTL
           MOVE 'DUPLICIDADES CONFIRMADAS LIDAS'
             TO WRK-DUP-TOT-TEXTO
           MOVE ACU-LIDOS-ARQDCF01             TO WRK-DUP-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE ' '                            TO WRK-DUP-TOT-CTL
           MOVE 'MOVIMENTOS DE DESLIGAMENTO GERADOS'
             TO WRK-DUP-TOT-TEXTO
           MOVE ACU-MOVTOS-GERADOS             TO WRK-DUP-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE 'LINHAS NAO ACEITAS'           TO WRK-DUP-TOT-TEXTO
           MOVE ACU-CONFIRM-REJEITADAS         TO WRK-DUP-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL
           .
      *----------------------------------------------------------------*
       7400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION .
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS CAD01:' WRK-FS-ARQCAD01         '*'
           DISPLAY '* FILE-STATUS DPW1 :' WRK-FS-ARQDPW1          '*'
           DISPLAY '* FILE-STATUS DPW2 :' WRK-FS-ARQDPW2          '*'
           DISPLAY '* FILE-STATUS DCF01:' WRK-FS-ARQDCF01         '*'
           DISPLAY '* FILE-STATUS DMV01:' WRK-FS-ARQDMV01         '*'
           DISPLAY '* FILE-STATUS DUP01:' WRK-FS-ARQDUP01         '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 12 TO WRK-RC-FINAL

           SET WRK-FINALIZ-COM-ERRO TO TRUE

           PERFORM 9900-FINALIZAR.
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CANCELAMENTO POR TABELA INSUFICIENTE. A MENSAGEM
      *    ESPECIFICA JA FOI EXIBIDA POR QUEM DETECTOU O PROBLEMA; O
      *    LOTE DE MOVIMENTOS FICA SEM TRAILER E O EXER0107 O RECUSA.
      *----------------------------------------------------------------*
       9150-ERRO-INTEGRIDADE SECTION.
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*  EXECUCAO CANCELADA - ERRO DE INTEGRIDADE    *'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 16 TO WRK-RC-FINAL

           SET WRK-FINALIZ-COM-ERRO TO TRUE

           PERFORM 9900-FINALIZAR.
      *----------------------------------------------------------------*
       9150-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE FECHAMENTO DO PROGRAMA: EXIBE OS CONTADORES E
      *    ENCERRA. RETURN-CODE: 0 = NADA A REVISAR (MODO 'L') OU
      *    TODAS AS CONFIRMADAS GERADAS (MODO 'M'), 4 = HA PARES A
      *    REVISAR OU GRUPO TRUNCADO (MODO 'L') OU LINHA NAO ACEITA
      *    (MODO 'M'), 12 = ABORTO POR ERRO DE ARQUIVO, 16 = PARM
      *    INVALIDO OU TABELA INSUFICIENTE.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQCAD01
           CLOSE ARQDUP01

           IF WRK-PARM-MODO-MOVIMENTO
              CLOSE ARQDCF01
              CLOSE ARQDMV01
           END-IF

           DISPLAY '***************************************************'
           DISPLAY '* MODO DE EXECUCAO           'WRK-PARM-MODO
           IF WRK-PARM-MODO-LISTA
              DISPLAY '* QTDE LIDA DO CADASTRO      'ACU-LIDOS-ARQCAD01
              DISPLAY '* QTDE COM NOME EM BRANCO    'ACU-NOME-BRANCO
              DISPLAY '* QTDE GRAVADA NO TRABALHO   '
                      ACU-GRAVADOS-ARQDPW1
              DISPLAY '* QTDE LIDA DO ORDENADO      'ACU-LIDOS-ARQDPW2
              DISPLAY '* QTDE DE PARES CANDIDATOS   'ACU-PARES
              DISPLAY '* QTDE DE HOMONIMOS          'ACU-HOMONIMOS
              DISPLAY '* QTDE DE GRUPOS TRUNCADOS   '
                      ACU-GRUPOS-TRUNCADOS
           ELSE
              DISPLAY '* QTDE DE CONFIRMADAS LIDAS  'ACU-LIDOS-ARQDCF01
              DISPLAY '* QTDE DE MOVIMENTOS GERADOS 'ACU-MOVTOS-GERADOS
              DISPLAY '* QTDE DE NAO ACEITAS        '
                      ACU-CONFIRM-REJEITADAS
           END-IF
           DISPLAY '* EXER0116 - FIM DO PROGRAMA.                      '
           DISPLAY '***************************************************'

           IF NOT WRK-FINALIZ-COM-ERRO
              IF ACU-PARES GREATER ZERO
              OR ACU-GRUPOS-TRUNCADOS GREATER ZERO
              OR ACU-CONFIRM-REJEITADAS GREATER ZERO
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

          END PROGRAM EXER0116.
      *----------------------------------------------------------------*
