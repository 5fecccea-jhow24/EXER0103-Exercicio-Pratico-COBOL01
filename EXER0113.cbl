      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0113.
       AUTHOR.     ARI BORGES.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0113
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   TRANSFERENCIA DE ESCRITORIO (FECHAMENTO OU  *
      *                    INCORPORACAO): A PARTIR DO ARQUIVO DE       *
      *                    CONTROLE (ARQTRF01 - ESCRITORIO ANTIGO,     *
      *                    ESCRITORIO NOVO E DATA EFETIVA), MOVE TODOS *
      *                    OS FUNCIONARIOS DO ESCRITORIO ANTIGO NO     *
      *                    CADASTRO (ARQCAD01) PARA O NOVO, TROCANDO   *
      *                    SO O CODIGO E O NOME DO ESCRITORIO - A DATA *
      *                    DE CONTROLE, A SITUACAO E O HISTORICO       *
      *                    (ARQHST01) FICAM COMO ESTAO, AO CONTRARIO   *
      *                    DO PAR EXCLUSAO + INCLUSAO DE ARQMOV01. O   *
      *                    ESCRITORIO ANTIGO E MARCADO INATIVO NO      *
      *                    MESTRE (ARQESC01), COM A DATA EFETIVA E O   *
      *                    DESTINO: O EXER0103 (EXTRACAO) E O EXER0107 *
      *                    (INCLUSOES) TROCAM O CODIGO ANTIGO QUE A    *
      *                    ORIGEM AINDA ENVIAR PELO DESTINO, E A       *
      *                    TRANSFERENCIA NAO SE DESFAZ NA CARGA        *
      *                    SEGUINTE DO CADASTRO. TRANSFERENCIA COM     *
      *                    DATA EFETIVA FUTURA FICA PENDENTE PARA UMA  *
      *                    PROXIMA EXECUCAO. O RELATORIO (ARQTRL01)    *
      *                    LISTA CADA FUNCIONARIO MOVIDO (ANTES/DEPOIS)*
      *                    E O QUADRO DE BALANCEAMENTO POR             *
      *                    TRANSFERENCIA, CONFERIDO POR UMA RECONTAGEM *
      *                    DO CADASTRO DEPOIS DA ATUALIZACAO.          *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTRF01                                  TRF01113
      *      ARQESC01                                  ESC01103
      *      ARQCAD01                                  CAD01103
      *      ARQTRL01                                  (RELAT.TRANSF.)
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
           SELECT ARQTRF01 ASSIGN       TO UT-S-ARQTRF01
                      FILE STATUS      IS WRK-FS-ARQTRF01.
      *
           SELECT ARQESC01 ASSIGN       TO UT-S-ARQESC01
                      FILE STATUS      IS WRK-FS-ARQESC01.
      *
           SELECT ARQCAD01 ASSIGN       TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQCAD01-NR-MATR
                      FILE STATUS      IS WRK-FS-ARQCAD01.
      *
           SELECT ARQTRL01 ASSIGN       TO UT-S-ARQTRL01
                      FILE STATUS      IS WRK-FS-ARQTRL01.
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
      *   INPUT:     CONTROLE DE TRANSFERENCIA DE ESCRITORIO - 1      *
      *               LINHA POR ESCRITORIO FECHADO OU INCORPORADO.    *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQTRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTRF01             PIC X(80).

      *---------------------------------------------------------------*
      *   I-O:       MESTRE DE ESCRITORIOS. LIDO POR INTEIRO NA       *
      *               INICIALIZACAO PARA A CRITICA DO CONTROLE E      *
      *               REGRAVADO NO FIM (REWRITE) COM O ESCRITORIO     *
      *               ANTIGO MARCADO INATIVO.                         *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQESC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQESC01             PIC X(80).

      *---------------------------------------------------------------*
      *   I-O:       CADASTRO INDEXADO COMPANHEIRO DA EXTRACAO,       *
      *               VARRIDO POR INTEIRO DUAS VEZES: NA              *
      *               TRANSFERENCIA (REWRITE DO ESCRITORIO) E NA      *
      *               RECONTAGEM DO BALANCEAMENTO.                    *
      *               ORG. INDEXADA   -   LRECL = 175                 *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD01103.

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DA TRANSFERENCIA (ANTES/DEPOIS E       *
      *               QUADRO DE BALANCEAMENTO).                       *
      *               ORG. SEQUENCIAL   -   LRECL = 133 (1A POSICAO   *
      *               E O CARACTERE DE CONTROLE DE FORMULARIO - ASA). *
      *---------------------------------------------------------------*

       FD  ARQTRL01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTRL01             PIC X(133).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0113 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0113'.
       77 ACU-LIDOS-ARQTRF01      PIC  9(005) VALUE ZEROS.
       77 ACU-TRF-APLICADAS       PIC  9(005) VALUE ZEROS.
       77 ACU-TRF-PENDENTES       PIC  9(005) VALUE ZEROS.
       77 ACU-TRF-REJEITADAS      PIC  9(005) VALUE ZEROS.
       77 ACU-TRF-DIVERGENTES     PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQCAD01      PIC  9(007) VALUE ZEROS.
       77 ACU-TRANSFERIDOS        PIC  9(007) VALUE ZEROS.
       77 ACU-INALTERADOS         PIC  9(007) VALUE ZEROS.
       77 ACU-RECONTADOS          PIC  9(007) VALUE ZEROS.
       77 ACU-ESCRT-INATIVADOS    PIC  9(005) VALUE ZEROS.
       77 WRK-DATA-BASE           PIC  9(008) VALUE ZEROS.
       77 WRK-QTDE-ESCMST         PIC  9(003) COMP VALUE ZEROS.
       77 WRK-QTDE-TRF            PIC  9(003) COMP VALUE ZEROS.
       77 WRK-SUB-TRF             PIC  9(003) COMP VALUE ZEROS.
       77 WRK-SUB-AUX             PIC  9(003) COMP VALUE ZEROS.
       77 WRK-SOMA-DESTINO        PIC  9(007) COMP VALUE ZEROS.
       77 WRK-MAX-DIA-CALC        PIC  9(002) COMP VALUE ZEROS.
       77 WRK-LEAP-QUOCIENTE      PIC  9(006) VALUE ZEROS.
       77 WRK-LEAP-RESTO-4        PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-100      PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-400      PIC  9(003) VALUE ZEROS.
       77 WRK-ESCRT-COD-BUSCA     PIC  X(004) VALUE SPACES.
       77 WRK-ESCRT-NM-OFICIAL    PIC  X(030) VALUE SPACES.
       77 WRK-SW-DATA-CTRL        PIC  X(001) VALUE SPACES.
          88 WRK-DATA-OK                      VALUE 'S'.
          88 WRK-DATA-NOK                     VALUE 'N'.
       77 WRK-SW-ESCRT-VAL        PIC  X(001) VALUE SPACES.
          88 WRK-ESCRT-OK                     VALUE 'S'.
          88 WRK-ESCRT-NOK                    VALUE 'N'.
       77 WRK-SW-ESCRT-SIT        PIC  X(001) VALUE SPACES.
          88 WRK-ESCRT-ATIVO                  VALUE 'A' ' '.
          88 WRK-ESCRT-INATIVO                VALUE 'I'.
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
      *    TABELA DO MESTRE DE ESCRITORIOS (ARQESC01), CARREGADA EM    *
      *    1095-CARREGAR-ESCRITORIOS PARA A CRITICA DO CONTROLE E O    *
      *    NOME OFICIAL DO ESCRITORIO NOVO                             *
      *----------------------------------------------------------------*
       01 WRK-TAB-ESCMST.
          05 WRK-ESCMST-OCR       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WRK-QTDE-ESCMST
                                   INDEXED BY WRK-IDX-ESCMST.
             10 WRK-ESCMST-COD        PIC X(004).
             10 WRK-ESCMST-NOME       PIC X(030).
             10 WRK-ESCMST-SIT        PIC X(001).
      *
      *----------------------------------------------------------------*
      *    TABELA DAS TRANSFERENCIAS DO ARQUIVO DE CONTROLE, NA ORDEM  *
      *    DE LEITURA, COM A SITUACAO DE CADA UMA (APLICAVEL,          *
      *    PENDENTE OU REJEITADA) E OS CONTADORES DO BALANCEAMENTO:    *
      *    ESCRITORIO ANTIGO E NOVO ANTES (1A VARREDURA) E DEPOIS      *
      *    (RECONTAGEM) E FUNCIONARIOS TRANSFERIDOS                    *
      *----------------------------------------------------------------*
       01 WRK-TAB-TRF.
          05 WRK-TRF-OCR          OCCURS 1 TO 100 TIMES
                                   DEPENDING ON WRK-QTDE-TRF
                                   INDEXED BY WRK-IDX-TRF.
             10 WRK-TRF-COD-ANT       PIC X(004).
             10 WRK-TRF-COD-NOVO      PIC X(004).
             10 WRK-TRF-NM-NOVO       PIC X(030).
             10 WRK-TRF-DAT-EFETIVA   PIC X(008).
             10 WRK-TRF-SIT           PIC X(001).
                88 WRK-TRF-APLICAVEL           VALUE 'A'.
                88 WRK-TRF-PENDENTE            VALUE 'P'.
                88 WRK-TRF-REJEITADA           VALUE 'R'.
                88 WRK-TRF-DIVERGENTE          VALUE 'D'.
             10 WRK-TRF-DESC-SIT      PIC X(030).
             10 WRK-TRF-ANT-ANTES     PIC 9(007) COMP.
             10 WRK-TRF-TRANSF        PIC 9(007) COMP.
             10 WRK-TRF-ANT-DEPOIS    PIC 9(007) COMP.
             10 WRK-TRF-NOVO-ANTES    PIC 9(007) COMP.
             10 WRK-TRF-NOVO-DEPOIS   PIC 9(007) COMP.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DA TRANSFERENCIA (ARQTRL01) - LRECL     *
      *    133, 1A POSICAO = CARACTERE DE CONTROLE DE FORMULARIO (ASA) *
      *----------------------------------------------------------------*
       01 WRK-TRL-CABEC1.
          05 FILLER                PIC  X(001) VALUE '1'.
          05 FILLER                PIC  X(009) VALUE 'EXER0113 '.
          05 FILLER                PIC  X(050) VALUE
                'TRANSFERENCIA DE ESCRITORIO - ANTES/DEPOIS'.
          05 FILLER                PIC  X(011) VALUE 'DATA BASE: '.
          05 WRK-TRL-CAB-DATA      PIC  9(008).
          05 FILLER                PIC  X(054) VALUE SPACES.

       01 WRK-TRL-CABEC2.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(041) VALUE
                'MATRICULA NOME DO FUNCIONARIO'.
          05 FILLER                PIC  X(015) VALUE
                'DATA CONTR S'.
          05 FILLER                PIC  X(039) VALUE
                'ESCRITORIO ANTES'.
          05 FILLER                PIC  X(037) VALUE
                'ESCRITORIO DEPOIS'.

       01 WRK-TRL-DETALHE.
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-TRL-DET-MATR      PIC  9(008).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-TRL-DET-NOME      PIC  X(030).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-TRL-DET-DATA      PIC  X(010).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-TRL-DET-SIT       PIC  X(001).
          05 FILLER                PIC  X(003) VALUE SPACES.
          05 WRK-TRL-DET-COD-ANT   PIC  X(004).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-TRL-DET-NM-ANT    PIC  X(030).
          05 FILLER                PIC  X(004) VALUE ' -> '.
          05 WRK-TRL-DET-COD-NOVO  PIC  X(004).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-TRL-DET-NM-NOVO   PIC  X(030).
          05 FILLER                PIC  X(002) VALUE SPACES.

       01 WRK-TRL-CABEC3.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(050) VALUE
                'QUADRO DE BALANCEAMENTO POR TRANSFERENCIA'.
          05 FILLER                PIC  X(082) VALUE SPACES.

       01 WRK-TRL-CABEC4.
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 FILLER                PIC  X(049) VALUE
                'ANT. NOVO EFETIVA  SITUACAO'.
          05 FILLER                PIC  X(011) VALUE '  ANT.ANTES'.
          05 FILLER                PIC  X(011) VALUE '    TRANSF.'.
          05 FILLER                PIC  X(011) VALUE ' ANT.DEPOIS'.
          05 FILLER                PIC  X(011) VALUE ' NOVO ANTES'.
          05 FILLER                PIC  X(011) VALUE 'NOVO DEPOIS'.
          05 FILLER                PIC  X(028) VALUE '  BALANCO'.

       01 WRK-TRL-BALANCO.
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-TRL-BAL-COD-ANT   PIC  X(004).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-TRL-BAL-COD-NOVO  PIC  X(004).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-TRL-BAL-DATA      PIC  X(008).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-TRL-BAL-SIT       PIC  X(030).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-TRL-BAL-ANT-ANTES PIC  Z.ZZZ.ZZ9.
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-TRL-BAL-TRANSF    PIC  Z.ZZZ.ZZ9.
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-TRL-BAL-ANT-DEP   PIC  Z.ZZZ.ZZ9.
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-TRL-BAL-NOVO-ANT  PIC  Z.ZZZ.ZZ9.
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-TRL-BAL-NOVO-DEP  PIC  Z.ZZZ.ZZ9.
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-TRL-BAL-RESULT    PIC  X(010).
          05 FILLER                PIC  X(016) VALUE SPACES.

       01 WRK-TRL-TOTAL.
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-TRL-TOT-DESCR     PIC  X(045).
          05 WRK-TRL-TOT-QTDE      PIC  Z.ZZZ.ZZ9.
          05 FILLER                PIC  X(078) VALUE SPACES.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQTRF01      VALUE 'TRF01113'.
          88 WRK-CN-ARQESC01      VALUE 'ESC01113'.
          88 WRK-CN-ARQCAD01      VALUE 'CAD01113'.
          88 WRK-CN-ARQTRL01      VALUE 'TRL01113'.

       77 WRK-COMANDO             PIC  X(007) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN   '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE  '.
          88 WRK-CN-READ          VALUE 'READ   '.
          88 WRK-CN-WRITE         VALUE 'WRITE  '.
          88 WRK-CN-REWRITE       VALUE 'REWRITE'.
          88 WRK-CN-START         VALUE 'START  '.

      *----------------------------------------------------------------
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-FS-ARQTRF01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-TRF01-OK                  VALUE '00'.
          88 WRK-FS-TRF01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQESC01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-ESC01-OK                  VALUE '00'.
          88 WRK-FS-ESC01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQCAD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CAD01-OK                  VALUE '00'.
          88 WRK-FS-CAD01-FIM                 VALUE '10'.
          88 WRK-FS-CAD01-NAOACHOU            VALUE '23'.
      *
       01 WRK-FS-ARQTRL01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-TRL01-OK                  VALUE '00'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA

           COPY TRF01113.

      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY ESC01103.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0113 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       LINKAGE                         SECTION.
      *================================================================*
      *----------------------------------------------------------------*
      *    AREA DO PARM DE EXECUCAO (JCL EXEC PARM=): DATA BASE        *
      *    (AAAAMMDD) CONTRA A QUAL A DATA EFETIVA DE CADA             *
      *    TRANSFERENCIA E CONFERIDA. AUSENTE ASSUME A DATA ATUAL;     *
      *    INVALIDA CANCELA.                                           *
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
           PERFORM 2000-CARREGAR-CONTROLE
      *
           IF ACU-TRF-APLICADAS GREATER ZERO
              PERFORM 3000-PROCESSAR UNTIL WRK-FS-CAD01-FIM
              PERFORM 4000-RECONTAR-CADASTRO
              PERFORM 5000-ATUALIZAR-MESTRE
           END-IF
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
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: VALIDA O PARM, CARREGA
      *    O MESTRE DE ESCRITORIOS, ABRE OS ARQUIVOS E IMPRIME O
      *    CABECALHO DO RELATORIO
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

           PERFORM 1095-CARREGAR-ESCRITORIOS

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT  ARQTRF01
                I-O    ARQCAD01
                OUTPUT ARQTRL01
      *
           IF WRK-FS-TRF01-OK
           AND WRK-FS-CAD01-OK
           AND WRK-FS-TRL01-OK
              CONTINUE
           ELSE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 7010-IMPRIMIR-CABECALHO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CARGA DO MESTRE DE ESCRITORIOS (ARQESC01) PARA A
      *    TABELA DE CRITICA. O MESTRE E OBRIGATORIO: SEM ELE NAO HA
      *    COMO CONFERIR OS ESCRITORIOS DO CONTROLE, ENTAO FALHA DE
      *    ABERTURA/LEITURA OU MESTRE VAZIO CANCELA.
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

           IF WRK-QTDE-ESCMST EQUAL ZERO
              DISPLAY '* MESTRE DE ESCRITORIOS (ARQESC01) VAZIO - '
                      'SEM COMO CONFERIR AS TRANSFERENCIAS *'
              PERFORM 9150-ERRO-INTEGRIDADE
           END-IF

           MOVE '00' TO WRK-FS-ARQESC01
           .
      *----------------------------------------------------------------*
       1095-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 ESCRITORIO DO MESTRE (ARQESC01) PARA
      *    A TABELA DE CRITICA. MESTRE ALEM DE 500 ESCRITORIOS CANCELA
      *    (TABELA SUBDIMENSIONADA E ERRO NOSSO, NAO DO ARQUIVO).
      *----------------------------------------------------------------*
       1096-LER-ESCRITORIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ             TO TRUE
           SET WRK-CN-ARQESC01         TO TRUE

           READ ARQESC01 INTO ARQESC01-REG-ESCRITORIO.

           IF WRK-FS-ESC01-OK
              IF WRK-QTDE-ESCMST LESS 500
                 ADD 1 TO WRK-QTDE-ESCMST
                 SET WRK-IDX-ESCMST TO WRK-QTDE-ESCMST
                 MOVE ARQESC01-COD-ESCRT
                   TO WRK-ESCMST-COD(WRK-IDX-ESCMST)
                 MOVE ARQESC01-NM-ESCRT
                   TO WRK-ESCMST-NOME(WRK-IDX-ESCMST)
                 MOVE ARQESC01-SIT-ESCRT
                   TO WRK-ESCMST-SIT(WRK-IDX-ESCMST)
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
      *----------------------------------------------------------------
      *    ROTINA DE CARGA DO ARQUIVO DE CONTROLE (ARQTRF01): CADA
      *    LINHA E CRITICADA SOZINHA NA LEITURA (2020) E DEPOIS CONTRA
      *    AS DEMAIS (2500). SO AS APLICAVEIS SEGUEM PARA O CADASTRO.
      *    CONTROLE ALEM DE 100 LINHAS CANCELA.
      *----------------------------------------------------------------*
       2000-CARREGAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
           PERFORM 2010-LER-CONTROLE

           PERFORM 2020-CRITICAR-TRANSFERENCIA
              UNTIL WRK-FS-TRF01-FIM

           IF ACU-LIDOS-ARQTRF01 EQUAL ZERO
              DISPLAY '* ARQUIVO DE CONTROLE (ARQTRF01) VAZIO - '
                      'NENHUMA TRANSFERENCIA A APLICAR *'
           END-IF

           PERFORM 2500-CRITICAR-CADEIA
              VARYING WRK-SUB-TRF FROM 1 BY 1
              UNTIL WRK-SUB-TRF GREATER WRK-QTDE-TRF

           MOVE ZEROS TO ACU-TRF-APLICADAS
                         ACU-TRF-PENDENTES
                         ACU-TRF-REJEITADAS

           PERFORM 2600-CONTAR-SITUACAO
              VARYING WRK-SUB-TRF FROM 1 BY 1
              UNTIL WRK-SUB-TRF GREATER WRK-QTDE-TRF

           IF ACU-TRF-APLICADAS GREATER ZERO
              PERFORM 3800-POSICIONAR-CADASTRO
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 LINHA DO ARQUIVO DE CONTROLE
      *----------------------------------------------------------------*
       2010-LER-CONTROLE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQTRF01          TO TRUE

           READ ARQTRF01 INTO ARQTRF01-REG-TRANSFERENCIA.

           IF WRK-FS-TRF01-OK
              ADD 1 TO ACU-LIDOS-ARQTRF01
           ELSE
              IF NOT WRK-FS-TRF01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CRITICA DE 1 TRANSFERENCIA ISOLADA, NA ORDEM: DATA
      *    EFETIVA VALIDA; ESCRITORIO ANTIGO DIFERENTE DO NOVO; ANTIGO
      *    NO MESTRE; NOVO NO MESTRE E ATIVO; ANTIGO AINDA NAO VISTO
      *    NO CONTROLE. PASSANDO EM TUDO, DATA EFETIVA FUTURA FICA
      *    PENDENTE E AS DEMAIS SAO APLICAVEIS. O ANTIGO JA INATIVO
      *    NAO E REJEITADO - A REEXECUCAO SO MOVE QUEM FICOU PARA TRAS.
      *----------------------------------------------------------------*
       2020-CRITICAR-TRANSFERENCIA SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTDE-TRF NOT LESS 100
              DISPLAY '* CONTROLE DE TRANSFERENCIA EXCEDE 100 '
                      'LINHAS - TABELA INSUFICIENTE *'
              PERFORM 9150-ERRO-INTEGRIDADE
           END-IF

           ADD 1 TO WRK-QTDE-TRF
           MOVE WRK-QTDE-TRF TO WRK-SUB-TRF

           MOVE ARQTRF01-COD-ESCRT-ANT
             TO WRK-TRF-COD-ANT(WRK-SUB-TRF)
           MOVE ARQTRF01-COD-ESCRT-NOVO
             TO WRK-TRF-COD-NOVO(WRK-SUB-TRF)
           MOVE ARQTRF01-DAT-EFETIVA
             TO WRK-TRF-DAT-EFETIVA(WRK-SUB-TRF)
           MOVE SPACES TO WRK-TRF-NM-NOVO(WRK-SUB-TRF)
                          WRK-TRF-DESC-SIT(WRK-SUB-TRF)
           MOVE ZEROS  TO WRK-TRF-ANT-ANTES(WRK-SUB-TRF)
                          WRK-TRF-TRANSF(WRK-SUB-TRF)
                          WRK-TRF-ANT-DEPOIS(WRK-SUB-TRF)
                          WRK-TRF-NOVO-ANTES(WRK-SUB-TRF)
                          WRK-TRF-NOVO-DEPOIS(WRK-SUB-TRF)
           MOVE 'R'    TO WRK-TRF-SIT(WRK-SUB-TRF)

           MOVE WRK-TRF-DAT-EFETIVA(WRK-SUB-TRF)
             TO WRK-DATA-CONTR-INV

           PERFORM 3805-VALIDAR-DATA-CONTROLE

           IF WRK-DATA-NOK
              MOVE 'REJ.: DATA EFETIVA INVALIDA'
                TO WRK-TRF-DESC-SIT(WRK-SUB-TRF)
           ELSE
              IF ARQTRF01-COD-ESCRT-ANT EQUAL ARQTRF01-COD-ESCRT-NOVO
                 MOVE 'REJ.: ANTIGO IGUAL AO NOVO'
                   TO WRK-TRF-DESC-SIT(WRK-SUB-TRF)
              ELSE
                 PERFORM 2025-CRITICAR-ESCRITORIOS
              END-IF
           END-IF

           PERFORM 2010-LER-CONTROLE
           .
      *----------------------------------------------------------------*
       2020-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CRITICA DOS ESCRITORIOS DA TRANSFERENCIA CORRENTE
      *    (WRK-SUB-TRF), JA COM DATA EFETIVA VALIDA E ANTIGO
      *    DIFERENTE DO NOVO: ANTIGO NO MESTRE, NOVO NO MESTRE E
      *    ATIVO, ANTIGO AINDA NAO VISTO NO CONTROLE. PASSANDO EM TUDO,
      *    FICA PENDENTE (DATA EFETIVA FUTURA) OU APLICAVEL.
      *----------------------------------------------------------------*
       2025-CRITICAR-ESCRITORIOS SECTION.
      *----------------------------------------------------------------*
           MOVE ARQTRF01-COD-ESCRT-ANT TO WRK-ESCRT-COD-BUSCA
           PERFORM 3835-LOCALIZAR-ESCRITORIO

           IF WRK-ESCRT-NOK
              MOVE 'REJ.: ANTIGO FORA DO MESTRE'
                TO WRK-TRF-DESC-SIT(WRK-SUB-TRF)
           ELSE
              MOVE ARQTRF01-COD-ESCRT-NOVO TO WRK-ESCRT-COD-BUSCA
              PERFORM 3835-LOCALIZAR-ESCRITORIO

              IF WRK-ESCRT-NOK
                 MOVE 'REJ.: NOVO FORA DO MESTRE'
                   TO WRK-TRF-DESC-SIT(WRK-SUB-TRF)
              ELSE
                 IF WRK-ESCRT-INATIVO
                    MOVE 'REJ.: NOVO INATIVO NO MESTRE'
                      TO WRK-TRF-DESC-SIT(WRK-SUB-TRF)
                 ELSE
                    MOVE WRK-ESCRT-NM-OFICIAL
                      TO WRK-TRF-NM-NOVO(WRK-SUB-TRF)
                    PERFORM 2030-CONFERIR-REPETIDO
                       VARYING WRK-SUB-AUX FROM 1 BY 1
                       UNTIL WRK-SUB-AUX NOT LESS WRK-SUB-TRF
                    IF WRK-TRF-DESC-SIT(WRK-SUB-TRF) EQUAL SPACES
                       PERFORM 2026-DEFINIR-SITUACAO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2025-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE SITUACAO DA TRANSFERENCIA ACEITA PELA CRITICA:
      *    DATA EFETIVA FUTURA FICA PENDENTE, AS DEMAIS SAO APLICAVEIS
      *----------------------------------------------------------------*
       2026-DEFINIR-SITUACAO SECTION.
      *----------------------------------------------------------------*
           IF WRK-DATA-CONTR-INV-NUM GREATER WRK-DATA-BASE
              MOVE 'P' TO WRK-TRF-SIT(WRK-SUB-TRF)
              MOVE 'PENDENTE - DATA EFETIVA FUTURA'
                TO WRK-TRF-DESC-SIT(WRK-SUB-TRF)
           ELSE
              MOVE 'A' TO WRK-TRF-SIT(WRK-SUB-TRF)
              MOVE 'APLICADA'
                TO WRK-TRF-DESC-SIT(WRK-SUB-TRF)
           END-IF
           .
      *----------------------------------------------------------------*
       2026-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONFERENCIA DA TRANSFERENCIA CORRENTE
      *    (WRK-SUB-TRF) CONTRA 1 LINHA ANTERIOR DO CONTROLE
      *    (WRK-SUB-AUX): O MESMO ESCRITORIO ANTIGO SO PODE TER UM
      *    DESTINO - A LINHA REPETIDA E REJEITADA, A PRIMEIRA FICA.
      *----------------------------------------------------------------*
       2030-CONFERIR-REPETIDO SECTION.
      *----------------------------------------------------------------*
           IF WRK-TRF-COD-ANT(WRK-SUB-AUX) EQUAL
              WRK-TRF-COD-ANT(WRK-SUB-TRF)
           AND NOT WRK-TRF-REJEITADA(WRK-SUB-AUX)
              MOVE 'REJ.: ANTIGO REPETIDO NO LOTE'
                TO WRK-TRF-DESC-SIT(WRK-SUB-TRF)
           END-IF
           .
      *----------------------------------------------------------------*
       2030-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CRITICA DA CADEIA DE TRANSFERENCIAS: UMA
      *    TRANSFERENCIA APLICAVEL CUJO DESTINO E O ESCRITORIO ANTIGO
      *    DE OUTRA APLICAVEL DO MESMO LOTE E REJEITADA - O DESTINO
      *    FICARIA INATIVO COM GENTE DENTRO, E O RESULTADO DEPENDERIA
      *    DA ORDEM DAS LINHAS. O CONTROLE DEVE APONTAR DIRETO PARA O
      *    DESTINO FINAL.
      *----------------------------------------------------------------*
       2500-CRITICAR-CADEIA SECTION.
      *----------------------------------------------------------------*
           IF WRK-TRF-APLICAVEL(WRK-SUB-TRF)
              PERFORM 2510-CONFERIR-DESTINO
                 VARYING WRK-SUB-AUX FROM 1 BY 1
                 UNTIL WRK-SUB-AUX GREATER WRK-QTDE-TRF
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONFERENCIA DO DESTINO DA TRANSFERENCIA CORRENTE
      *    (WRK-SUB-TRF) CONTRA O ESCRITORIO ANTIGO DE 1 OUTRA LINHA
      *    APLICAVEL (WRK-SUB-AUX). DESTINO QUE SO FECHA NUMA
      *    TRANSFERENCIA PENDENTE NAO E CADEIA: QUEM CHEGAR AGORA SERA
      *    MOVIDO DE NOVO QUANDO A PENDENTE FOR APLICADA.
      *----------------------------------------------------------------*
       2510-CONFERIR-DESTINO SECTION.
      *----------------------------------------------------------------*
           IF WRK-SUB-AUX NOT EQUAL WRK-SUB-TRF
           AND WRK-TRF-APLICAVEL(WRK-SUB-TRF)
           AND WRK-TRF-APLICAVEL(WRK-SUB-AUX)
           AND WRK-TRF-COD-ANT(WRK-SUB-AUX) EQUAL
               WRK-TRF-COD-NOVO(WRK-SUB-TRF)
              MOVE 'R' TO WRK-TRF-SIT(WRK-SUB-TRF)
              MOVE 'REJ.: NOVO FECHA NO MESMO LOTE'
                TO WRK-TRF-DESC-SIT(WRK-SUB-TRF)
           END-IF
           .
      *----------------------------------------------------------------*
       2510-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONTAGEM DAS TRANSFERENCIAS POR SITUACAO, DEPOIS
      *    DE TODAS AS CRITICAS
      *----------------------------------------------------------------*
       2600-CONTAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
           IF WRK-TRF-APLICAVEL(WRK-SUB-TRF)
              ADD 1 TO ACU-TRF-APLICADAS
           ELSE
              IF WRK-TRF-PENDENTE(WRK-SUB-TRF)
                 ADD 1 TO ACU-TRF-PENDENTES
              ELSE
                 ADD 1 TO ACU-TRF-REJEITADAS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO DE 1 FUNCIONARIO DO CADASTRO: CONTA
      *    O FUNCIONARIO NO ESCRITORIO NOVO DE CADA TRANSFERENCIA QUE
      *    O TEM COMO DESTINO (SITUACAO ANTES) E, SE O ESCRITORIO DELE
      *    E O ANTIGO DE UMA TRANSFERENCIA APLICAVEL, TROCA O CODIGO E
      *    O NOME DO ESCRITORIO (REWRITE) E LISTA O ANTES/DEPOIS. DATA
      *    DE CONTROLE, SITUACAO E ORIGEM NAO SAO TOCADAS.
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3010-CONTAR-DESTINO-ANTES
              VARYING WRK-SUB-TRF FROM 1 BY 1
              UNTIL WRK-SUB-TRF GREATER WRK-QTDE-TRF

           SET WRK-IDX-TRF TO 1

           SEARCH WRK-TRF-OCR
              AT END
                 ADD 1 TO ACU-INALTERADOS
              WHEN WRK-TRF-COD-ANT(WRK-IDX-TRF) EQUAL
                   ARQCAD01-COD-ESCRT
               AND WRK-TRF-APLICAVEL(WRK-IDX-TRF)
                 PERFORM 3020-TRANSFERIR-FUNCIONARIO
           END-SEARCH

           PERFORM 3810-LER-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONTAGEM DO FUNCIONARIO CORRENTE NO ESCRITORIO
      *    NOVO DE 1 TRANSFERENCIA APLICAVEL (SITUACAO ANTES)
      *----------------------------------------------------------------*
       3010-CONTAR-DESTINO-ANTES SECTION.
      *----------------------------------------------------------------*
           IF WRK-TRF-APLICAVEL(WRK-SUB-TRF)
           AND WRK-TRF-COD-NOVO(WRK-SUB-TRF) EQUAL ARQCAD01-COD-ESCRT
              ADD 1 TO WRK-TRF-NOVO-ANTES(WRK-SUB-TRF)
           END-IF
           .
      *----------------------------------------------------------------*
       3010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE TRANSFERENCIA DO FUNCIONARIO CORRENTE PELA
      *    TRANSFERENCIA LOCALIZADA (WRK-IDX-TRF): MONTA O ANTES NA
      *    LINHA DO RELATORIO, TROCA O ESCRITORIO NO REGISTRO E
      *    REGRAVA
      *----------------------------------------------------------------*
       3020-TRANSFERIR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-TRF-ANT-ANTES(WRK-IDX-TRF)

           MOVE ARQCAD01-NR-MATR        TO WRK-TRL-DET-MATR
           MOVE ARQCAD01-NM-FUNC        TO WRK-TRL-DET-NOME
           MOVE ARQCAD01-DAT-CNTRL      TO WRK-TRL-DET-DATA
           MOVE ARQCAD01-SIT-FUNC       TO WRK-TRL-DET-SIT
           MOVE ARQCAD01-COD-ESCRT      TO WRK-TRL-DET-COD-ANT
           MOVE ARQCAD01-NM-ESCRT       TO WRK-TRL-DET-NM-ANT

           MOVE WRK-TRF-COD-NOVO(WRK-IDX-TRF) TO ARQCAD01-COD-ESCRT
           MOVE WRK-TRF-NM-NOVO(WRK-IDX-TRF)  TO ARQCAD01-NM-ESCRT

           SET WRK-CN-REWRITE           TO TRUE
           SET WRK-CN-ARQCAD01          TO TRUE

           REWRITE ARQCAD01-REG-FUNCIONARIO

           IF NOT WRK-FS-CAD01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO WRK-TRF-TRANSF(WRK-IDX-TRF)
           ADD 1 TO ACU-TRANSFERIDOS

           MOVE ARQCAD01-COD-ESCRT      TO WRK-TRL-DET-COD-NOVO
           MOVE ARQCAD01-NM-ESCRT       TO WRK-TRL-DET-NM-NOVO

           PERFORM 7050-GRAVAR-LINHA-TRL
           .
      *----------------------------------------------------------------*
       3020-99-FIM.
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
      *    ROTINA DE POSICIONAMENTO NO INICIO DO CADASTRO INDEXADO E
      *    LEITURA DO PRIMEIRO REGISTRO. CADASTRO VAZIO CHEGA DIRETO
      *    AO FIM.
      *----------------------------------------------------------------*
       3800-POSICIONAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO ARQCAD01-NR-MATR

           SET WRK-CN-START             TO TRUE
           SET WRK-CN-ARQCAD01          TO TRUE

           START ARQCAD01 KEY NOT LESS ARQCAD01-NR-MATR

           IF WRK-FS-CAD01-NAOACHOU
           OR WRK-FS-CAD01-FIM
              MOVE '10' TO WRK-FS-ARQCAD01
           ELSE
              IF NOT WRK-FS-CAD01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              PERFORM 3810-LER-CADASTRO
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA SEQUENCIAL DE 1 REGISTRO DO CADASTRO
      *    INDEXADO NA VARREDURA DE TRANSFERENCIA
      *----------------------------------------------------------------*
       3810-LER-CADASTRO SECTION.
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
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LOCALIZACAO DO CODIGO DE ESCRITORIO CARREGADO EM
      *    WRK-ESCRT-COD-BUSCA NA TABELA DO MESTRE (ARQESC01).
      *    RESULTADO EM WRK-SW-ESCRT-VAL; QUANDO ENCONTRADO, O NOME
      *    OFICIAL FICA EM WRK-ESCRT-NM-OFICIAL E A SITUACAO NO
      *    MESTRE EM WRK-SW-ESCRT-SIT.
      *----------------------------------------------------------------*
       3835-LOCALIZAR-ESCRITORIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-ESCRT-NOK TO TRUE
           SET WRK-ESCRT-ATIVO TO TRUE
           MOVE SPACES TO WRK-ESCRT-NM-OFICIAL

           SET WRK-IDX-ESCMST TO 1

           SEARCH WRK-ESCMST-OCR
              AT END
                 NEXT SENTENCE
              WHEN WRK-ESCMST-COD(WRK-IDX-ESCMST) EQUAL
                   WRK-ESCRT-COD-BUSCA
                 SET WRK-ESCRT-OK TO TRUE
                 MOVE WRK-ESCMST-NOME(WRK-IDX-ESCMST)
                   TO WRK-ESCRT-NM-OFICIAL
                 MOVE WRK-ESCMST-SIT(WRK-IDX-ESCMST)
                   TO WRK-SW-ESCRT-SIT
           END-SEARCH.

      *----------------------------------------------------------------*
       3835-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE RECONTAGEM DO CADASTRO DEPOIS DA TRANSFERENCIA:
      *    NOVA VARREDURA COMPLETA CONTANDO, PARA CADA TRANSFERENCIA
      *    APLICAVEL, QUANTOS FUNCIONARIOS FICARAM NO ESCRITORIO
      *    ANTIGO (DEVE SER ZERO) E QUANTOS HA NO NOVO. O
      *    BALANCEAMENTO (7100) CONFERE ESSES NUMEROS CONTRA A
      *    SITUACAO ANTES E OS TRANSFERIDOS.
      *----------------------------------------------------------------*
       4000-RECONTAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO ARQCAD01-NR-MATR

           SET WRK-CN-START             TO TRUE
           SET WRK-CN-ARQCAD01          TO TRUE

           START ARQCAD01 KEY NOT LESS ARQCAD01-NR-MATR

           IF NOT WRK-FS-CAD01-NAOACHOU
           AND NOT WRK-FS-CAD01-FIM
              IF NOT WRK-FS-CAD01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              PERFORM 4010-LER-RECONTAGEM

              PERFORM 4020-RECONTAR-FUNCIONARIO
                 UNTIL WRK-FS-CAD01-FIM
           END-IF
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA SEQUENCIAL DE 1 REGISTRO DO CADASTRO NA
      *    RECONTAGEM
      *----------------------------------------------------------------*
       4010-LER-RECONTAGEM SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQCAD01          TO TRUE

           READ ARQCAD01 NEXT RECORD.

           IF WRK-FS-CAD01-OK
              ADD 1 TO ACU-RECONTADOS
           ELSE
              IF NOT WRK-FS-CAD01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE RECONTAGEM DE 1 FUNCIONARIO CONTRA TODAS AS
      *    TRANSFERENCIAS APLICAVEIS
      *----------------------------------------------------------------*
       4020-RECONTAR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
           PERFORM 4030-CONTAR-DEPOIS
              VARYING WRK-SUB-TRF FROM 1 BY 1
              UNTIL WRK-SUB-TRF GREATER WRK-QTDE-TRF

           PERFORM 4010-LER-RECONTAGEM
           .
      *----------------------------------------------------------------*
       4020-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONTAGEM DO FUNCIONARIO CORRENTE NO ESCRITORIO
      *    ANTIGO OU NOVO DE 1 TRANSFERENCIA APLICAVEL (SITUACAO
      *    DEPOIS)
      *----------------------------------------------------------------*
       4030-CONTAR-DEPOIS SECTION.
      *----------------------------------------------------------------*
           IF WRK-TRF-APLICAVEL(WRK-SUB-TRF)
              IF WRK-TRF-COD-ANT(WRK-SUB-TRF) EQUAL ARQCAD01-COD-ESCRT
                 ADD 1 TO WRK-TRF-ANT-DEPOIS(WRK-SUB-TRF)
              END-IF
              IF WRK-TRF-COD-NOVO(WRK-SUB-TRF) EQUAL ARQCAD01-COD-ESCRT
                 ADD 1 TO WRK-TRF-NOVO-DEPOIS(WRK-SUB-TRF)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4030-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE ATUALIZACAO DO MESTRE DE ESCRITORIOS: CONFERE O
      *    BALANCEAMENTO DE CADA TRANSFERENCIA APLICAVEL E REGRAVA O
      *    MESTRE MARCANDO INATIVO (COM DATA EFETIVA E DESTINO) SO O
      *    ESCRITORIO ANTIGO DAS QUE BALANCEARAM. A QUE DIVERGIU FICA
      *    COM O ESCRITORIO ATIVO PARA A REEXECUCAO, DEPOIS DA
      *    APURACAO, MOVER QUEM FICOU PARA TRAS.
      *----------------------------------------------------------------*
       5000-ATUALIZAR-MESTRE SECTION.
      *----------------------------------------------------------------*
           PERFORM 5010-CONFERIR-BALANCO
              VARYING WRK-SUB-TRF FROM 1 BY 1
              UNTIL WRK-SUB-TRF GREATER WRK-QTDE-TRF

           SET WRK-CN-OPEN             TO TRUE
           SET WRK-CN-ARQESC01         TO TRUE

           OPEN I-O ARQESC01

           IF NOT WRK-FS-ESC01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 5030-LER-MESTRE

           PERFORM 5040-MARCAR-INATIVO
              UNTIL WRK-FS-ESC01-FIM

           CLOSE ARQESC01

           MOVE '00' TO WRK-FS-ARQESC01
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONFERENCIA DO BALANCEAMENTO DE 1 TRANSFERENCIA
      *    APLICAVEL: TRANSFERIDOS = ANTIGO ANTES; ANTIGO DEPOIS =
      *    ZERO; NOVO DEPOIS = NOVO ANTES + TODOS OS TRANSFERIDOS PARA
      *    O MESMO DESTINO NO LOTE (DOIS ESCRITORIOS PODEM SER
      *    INCORPORADOS PELO MESMO). DIVERGENCIA VOLTA A TRANSFERENCIA
      *    PARA NAO APLICADA NO MESTRE.
      *----------------------------------------------------------------*
       5010-CONFERIR-BALANCO SECTION.
      *----------------------------------------------------------------*
           IF WRK-TRF-APLICAVEL(WRK-SUB-TRF)
              MOVE ZEROS TO WRK-SOMA-DESTINO

              PERFORM 5020-SOMAR-DESTINO
                 VARYING WRK-SUB-AUX FROM 1 BY 1
                 UNTIL WRK-SUB-AUX GREATER WRK-QTDE-TRF

              IF WRK-TRF-TRANSF(WRK-SUB-TRF) NOT EQUAL
                 WRK-TRF-ANT-ANTES(WRK-SUB-TRF)
              OR WRK-TRF-ANT-DEPOIS(WRK-SUB-TRF) NOT EQUAL ZERO
              OR WRK-TRF-NOVO-DEPOIS(WRK-SUB-TRF) NOT EQUAL
                 WRK-TRF-NOVO-ANTES(WRK-SUB-TRF) + WRK-SOMA-DESTINO
                 ADD 1 TO ACU-TRF-DIVERGENTES
                 MOVE 'D' TO WRK-TRF-SIT(WRK-SUB-TRF)
                 MOVE 'APLICADA - BALANCO DIVERGENTE'
                   TO WRK-TRF-DESC-SIT(WRK-SUB-TRF)
                 DISPLAY '* BALANCEAMENTO DIVERGENTE NA TRANSFERENCIA '
                         WRK-TRF-COD-ANT(WRK-SUB-TRF) ' -> '
                         WRK-TRF-COD-NOVO(WRK-SUB-TRF)
                         ' - ESCRITORIO ANTIGO MANTIDO ATIVO *'
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       5010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE SOMA DOS TRANSFERIDOS DE 1 LINHA (WRK-SUB-AUX)
      *    COM O MESMO DESTINO DA TRANSFERENCIA CONFERIDA (WRK-SUB-TRF)
      *----------------------------------------------------------------*
       5020-SOMAR-DESTINO SECTION.
      *----------------------------------------------------------------*
           IF WRK-TRF-COD-NOVO(WRK-SUB-AUX) EQUAL
              WRK-TRF-COD-NOVO(WRK-SUB-TRF)
              ADD WRK-TRF-TRANSF(WRK-SUB-AUX) TO WRK-SOMA-DESTINO
           END-IF
           .
      *----------------------------------------------------------------*
       5020-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 ESCRITORIO DO MESTRE NA REGRAVACAO
      *----------------------------------------------------------------*
       5030-LER-MESTRE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ             TO TRUE
           SET WRK-CN-ARQESC01         TO TRUE

           READ ARQESC01 INTO ARQESC01-REG-ESCRITORIO.

           IF NOT WRK-FS-ESC01-OK
           AND NOT WRK-FS-ESC01-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       5030-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE MARCACAO DE 1 ESCRITORIO DO MESTRE: SE ELE E O
      *    ANTIGO DE UMA TRANSFERENCIA APLICAVEL E BALANCEADA, GRAVA A
      *    SITUACAO INATIVA, A DATA EFETIVA E O DESTINO (REWRITE)
      *----------------------------------------------------------------*
       5040-MARCAR-INATIVO SECTION.
      *----------------------------------------------------------------*
           SET WRK-IDX-TRF TO 1

           SEARCH WRK-TRF-OCR
              AT END
                 NEXT SENTENCE
              WHEN WRK-TRF-COD-ANT(WRK-IDX-TRF) EQUAL
                   ARQESC01-COD-ESCRT
               AND WRK-TRF-APLICAVEL(WRK-IDX-TRF)
                 SET ARQESC01-ESCRT-INATIVO TO TRUE
                 MOVE WRK-TRF-DAT-EFETIVA(WRK-IDX-TRF)
                   TO ARQESC01-DAT-INATIVACAO
                 MOVE WRK-TRF-COD-NOVO(WRK-IDX-TRF)
                   TO ARQESC01-COD-ESCRT-DEST

                 SET WRK-CN-REWRITE    TO TRUE
                 SET WRK-CN-ARQESC01   TO TRUE

                 REWRITE FD-ARQESC01 FROM ARQESC01-REG-ESCRITORIO

                 IF NOT WRK-FS-ESC01-OK
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF

                 ADD 1 TO ACU-ESCRT-INATIVADOS
           END-SEARCH.

           PERFORM 5030-LER-MESTRE
           .
      *----------------------------------------------------------------*
       5040-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO CABECALHO DO RELATORIO
      *----------------------------------------------------------------*
       7010-IMPRIMIR-CABECALHO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-BASE       TO WRK-TRL-CAB-DATA

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQTRL01      TO TRUE

           WRITE FD-ARQTRL01 FROM WRK-TRL-CABEC1
           IF NOT WRK-FS-TRL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQTRL01 FROM WRK-TRL-CABEC2
           IF NOT WRK-FS-TRL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       7010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA ANTES/DEPOIS (ARQTRL01), JA
      *    MONTADA EM WRK-TRL-DETALHE
      *----------------------------------------------------------------*
       7050-GRAVAR-LINHA-TRL SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQTRL01      TO TRUE

           WRITE FD-ARQTRL01 FROM WRK-TRL-DETALHE

           IF NOT WRK-FS-TRL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       7050-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO QUADRO DE BALANCEAMENTO: 1 LINHA POR
      *    TRANSFERENCIA DO CONTROLE, NA ORDEM DE LEITURA. PENDENTES E
      *    REJEITADAS SAEM SEM CONTAGEM.
      *----------------------------------------------------------------*
       7100-IMPRIMIR-BALANCO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQTRL01      TO TRUE

           WRITE FD-ARQTRL01 FROM WRK-TRL-CABEC3
           IF NOT WRK-FS-TRL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQTRL01 FROM WRK-TRL-CABEC4
           IF NOT WRK-FS-TRL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 7110-IMPRIMIR-TRANSFERENCIA
              VARYING WRK-SUB-TRF FROM 1 BY 1
              UNTIL WRK-SUB-TRF GREATER WRK-QTDE-TRF
           .
      *----------------------------------------------------------------*
       7100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DA LINHA DE BALANCEAMENTO DE 1
      *    TRANSFERENCIA (WRK-SUB-TRF)
      *----------------------------------------------------------------*
       7110-IMPRIMIR-TRANSFERENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TRF-COD-ANT(WRK-SUB-TRF)  TO WRK-TRL-BAL-COD-ANT
           MOVE WRK-TRF-COD-NOVO(WRK-SUB-TRF) TO WRK-TRL-BAL-COD-NOVO
           MOVE WRK-TRF-DAT-EFETIVA(WRK-SUB-TRF)
                                              TO WRK-TRL-BAL-DATA
           MOVE WRK-TRF-DESC-SIT(WRK-SUB-TRF) TO WRK-TRL-BAL-SIT
           MOVE WRK-TRF-ANT-ANTES(WRK-SUB-TRF)
                                              TO WRK-TRL-BAL-ANT-ANTES
           MOVE WRK-TRF-TRANSF(WRK-SUB-TRF)   TO WRK-TRL-BAL-TRANSF
           MOVE WRK-TRF-ANT-DEPOIS(WRK-SUB-TRF)
                                              TO WRK-TRL-BAL-ANT-DEP
           MOVE WRK-TRF-NOVO-ANTES(WRK-SUB-TRF)
                                              TO WRK-TRL-BAL-NOVO-ANT
           MOVE WRK-TRF-NOVO-DEPOIS(WRK-SUB-TRF)
                                              TO WRK-TRL-BAL-NOVO-DEP

           IF WRK-TRF-APLICAVEL(WRK-SUB-TRF)
              MOVE 'OK'              TO WRK-TRL-BAL-RESULT
           ELSE
              IF WRK-TRF-DIVERGENTE(WRK-SUB-TRF)
                 MOVE 'DIVERGENTE'   TO WRK-TRL-BAL-RESULT
              ELSE
                 MOVE SPACES         TO WRK-TRL-BAL-RESULT
              END-IF
           END-IF

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQTRL01      TO TRUE

           WRITE FD-ARQTRL01 FROM WRK-TRL-BALANCO

           IF NOT WRK-FS-TRL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       7110-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DOS TOTAIS NO FIM DO RELATORIO, COM A
      *    CONCILIACAO DA VARREDURA (LIDOS = TRANSFERIDOS +
      *    INALTERADOS = RECONTADOS)
      *----------------------------------------------------------------*
       7200-IMPRIMIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE '0'                 TO WRK-TRL-TOTAL(1:1)
           MOVE 'LINHAS LIDAS DO CONTROLE'
             TO WRK-TRL-TOT-DESCR
           MOVE ACU-LIDOS-ARQTRF01  TO WRK-TRL-TOT-QTDE
           PERFORM 7250-GRAVAR-TOTAL

           MOVE SPACE               TO WRK-TRL-TOTAL(1:1)
           MOVE 'TRANSFERENCIAS APLICADAS'
             TO WRK-TRL-TOT-DESCR
           MOVE ACU-TRF-APLICADAS   TO WRK-TRL-TOT-QTDE
           PERFORM 7250-GRAVAR-TOTAL

           MOVE 'TRANSFERENCIAS COM BALANCO DIVERGENTE'
             TO WRK-TRL-TOT-DESCR
           MOVE ACU-TRF-DIVERGENTES TO WRK-TRL-TOT-QTDE
           PERFORM 7250-GRAVAR-TOTAL

           MOVE 'TRANSFERENCIAS PENDENTES (DATA FUTURA)'
             TO WRK-TRL-TOT-DESCR
           MOVE ACU-TRF-PENDENTES   TO WRK-TRL-TOT-QTDE
           PERFORM 7250-GRAVAR-TOTAL

           MOVE 'TRANSFERENCIAS REJEITADAS'
             TO WRK-TRL-TOT-DESCR
           MOVE ACU-TRF-REJEITADAS  TO WRK-TRL-TOT-QTDE
           PERFORM 7250-GRAVAR-TOTAL

           MOVE '0'                 TO WRK-TRL-TOTAL(1:1)
           MOVE 'FUNCIONARIOS LIDOS DO CADASTRO'
             TO WRK-TRL-TOT-DESCR
           MOVE ACU-LIDOS-ARQCAD01  TO WRK-TRL-TOT-QTDE
           PERFORM 7250-GRAVAR-TOTAL

           MOVE SPACE               TO WRK-TRL-TOTAL(1:1)
           MOVE 'FUNCIONARIOS TRANSFERIDOS'
             TO WRK-TRL-TOT-DESCR
           MOVE ACU-TRANSFERIDOS    TO WRK-TRL-TOT-QTDE
           PERFORM 7250-GRAVAR-TOTAL

           MOVE 'FUNCIONARIOS INALTERADOS'
             TO WRK-TRL-TOT-DESCR
           MOVE ACU-INALTERADOS     TO WRK-TRL-TOT-QTDE
           PERFORM 7250-GRAVAR-TOTAL

           MOVE 'FUNCIONARIOS RECONTADOS DEPOIS'
             TO WRK-TRL-TOT-DESCR
           MOVE ACU-RECONTADOS      TO WRK-TRL-TOT-QTDE
           PERFORM 7250-GRAVAR-TOTAL

           MOVE 'ESCRITORIOS MARCADOS INATIVOS NO MESTRE'
             TO WRK-TRL-TOT-DESCR
           MOVE ACU-ESCRT-INATIVADOS TO WRK-TRL-TOT-QTDE
           PERFORM 7250-GRAVAR-TOTAL
           .
      *----------------------------------------------------------------*
       7200-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA DE TOTAL (ARQTRL01)
      *----------------------------------------------------------------*
       7250-GRAVAR-TOTAL SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQTRL01      TO TRUE

           WRITE FD-ARQTRL01 FROM WRK-TRL-TOTAL

           IF NOT WRK-FS-TRL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       7250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION .
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: 'WRK-COMANDO'                     *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS TRF01:' WRK-FS-ARQTRF01         '*'
           DISPLAY '* FILE-STATUS ESC01:' WRK-FS-ARQESC01         '*'
           DISPLAY '* FILE-STATUS CAD01:' WRK-FS-ARQCAD01         '*'
           DISPLAY '* FILE-STATUS TRL01:' WRK-FS-ARQTRL01         '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 12 TO WRK-RC-FINAL

           SET WRK-FINALIZ-COM-ERRO TO TRUE

           PERFORM 9900-FINALIZAR.
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CANCELAMENTO POR TABELA SUBDIMENSIONADA OU MESTRE
      *    VAZIO. A MENSAGEM ESPECIFICA JA FOI EXIBIDA POR QUEM
      *    DETECTOU O PROBLEMA.
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
      *    ROTINA DE FECHAMENTO DO PROGRAMA: IMPRIME O QUADRO DE
      *    BALANCEAMENTO E OS TOTAIS, EXIBE OS CONTADORES E ENCERRA.
      *    RETURN-CODE: 0 = TUDO APLICADO E BALANCEADO (OU SO
      *    PENDENTES), 4 = CONTROLE VAZIO OU COM LINHA REJEITADA, 12 =
      *    ABORTO POR ERRO DE ARQUIVO, 16 = PARM INVALIDO, TABELA
      *    INSUFICIENTE OU BALANCO DIVERGENTE.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           IF NOT WRK-FINALIZ-COM-ERRO
              PERFORM 7100-IMPRIMIR-BALANCO
              PERFORM 7200-IMPRIMIR-TOTAIS
           END-IF

           CLOSE ARQTRF01
           CLOSE ARQCAD01
           CLOSE ARQTRL01

           DISPLAY '***************************************************'
           DISPLAY '* DATA BASE                  'WRK-DATA-BASE
           DISPLAY '* LINHAS DO CONTROLE         'ACU-LIDOS-ARQTRF01
           DISPLAY '* TRANSFERENCIAS APLICADAS   'ACU-TRF-APLICADAS
           DISPLAY '* BALANCO DIVERGENTE         'ACU-TRF-DIVERGENTES
           DISPLAY '* TRANSFERENCIAS PENDENTES   'ACU-TRF-PENDENTES
           DISPLAY '* TRANSFERENCIAS REJEITADAS  'ACU-TRF-REJEITADAS
           DISPLAY '* CADASTRO LIDO              'ACU-LIDOS-ARQCAD01
           DISPLAY '* FUNCIONARIOS TRANSFERIDOS  'ACU-TRANSFERIDOS
           DISPLAY '* FUNCIONARIOS INALTERADOS   'ACU-INALTERADOS
           DISPLAY '* CADASTRO RECONTADO         'ACU-RECONTADOS
           DISPLAY '* ESCRITORIOS INATIVADOS     'ACU-ESCRT-INATIVADOS
           DISPLAY '* EXER0113 - FIM DO PROGRAMA.                      '
           DISPLAY '***************************************************'

           IF NOT WRK-FINALIZ-COM-ERRO
              IF ACU-TRF-DIVERGENTES GREATER ZERO
              OR ACU-RECONTADOS NOT EQUAL ACU-LIDOS-ARQCAD01
              OR ACU-LIDOS-ARQCAD01 NOT EQUAL
                 ACU-TRANSFERIDOS + ACU-INALTERADOS
                 MOVE 16 TO WRK-RC-FINAL
              ELSE
                 IF ACU-TRF-REJEITADAS GREATER ZERO
                 OR ACU-LIDOS-ARQTRF01 EQUAL ZERO
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

          END PROGRAM EXER0113.
      *----------------------------------------------------------------*
