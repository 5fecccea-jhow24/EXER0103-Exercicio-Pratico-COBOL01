      *                    SAEM NO ARQUIVO LIMPO (ARQMOV01, SO         *
      *                    DETALHES) PARA O EXER0104; OS BARRADOS      *
      *                    SAEM EM ARQMRJ01 COM O MOTIVO.              *
      *                    CADA MOVIMENTO TRAZ O USUARIO SOLICITANTE E *
      *                    O APROVADOR, CONFERIDOS CONTRA O ARQUIVO DE *
      *                    AUTORIDADES (ARQAUT01) PARA O TIPO DE       *
      *                    MOVIMENTO E O ESCRITORIO DO FUNCIONARIO.    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMOVB1                                  MOV01104
      *      ARQESC01                                  ESC01103
      *      ARQAUT01                                  AUT01107
      *      ARQCAD01                                  CAD01103
      *      ARQMOV01                                  MOV01104
      *      ARQMRJ01                                  MRJ01107
      *      ARQCTL01                                  CTL01103
      *      ARQEXC01                                  EXC01103
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *----------------------------------------------------------------*
      *    MANUTENCOES.:                                               *
      *     DATA       AUTOR          DESCRICAO                        *
      *     15/10/2026 ARI BORGES     INCLUIDO O REGISTRO NO CONTROLE  *
      *                               DE EXECUCAO DA ESTEIRA NOTURNA   *
      *                               (ARQCTL01) COM A DATA DE NEGOCIO *
      *                               (PARM OPCIONAL AAAAMMDD, DEFAULT *
      *                               DATA ATUAL) - PRIMEIRO PROGRAMA  *
      *                               DA ESTEIRA, E O PREDECESSOR QUE  *
      *                               O EXER0104 CONFERE. INCLUIDA A   *
      *                               LINHA DO LOG DE EXECUCAO         *
      *                               (ARQEXC01, EXC01103).            *
      *     15/10/2026 ARI BORGES     INCLUSAO EM ESCRITORIO MARCADO   *
      *                               INATIVO NO MESTRE (ARQESC01,     *
      *                               FECHADO OU INCORPORADO PELO      *
      *                               EXER0113) E BARRADA COM MOTIVO   *
      *                               ES02.                            *
      *     15/10/2026 ARI BORGES     CONTROLE DE SOLICITANTE E        *
      *                               APROVADOR DO MOVIMENTO CONTRA O  *
      *                               ARQUIVO DE AUTORIDADES (ARQAUT01,*
      *                               AUT01107) POR TIPO DE MOVIMENTO  *
      *                               E ESCRITORIO (O DO CADASTRO      *
      *                               ARQCAD01; NA INCLUSAO, O DO      *
      *                               MOVIMENTO). BARRADOS COM AP01    *
      *                               (SEM APROVADOR), AP02 (APROVADOR *
      *                               SEM AUTORIDADE), AP03 (APROVADOR *
      *                               IGUAL AO SOLICITANTE), AP04 (SEM *
      *                               SOLICITANTE) E AP05 (SOLICITANTE *
      *                               SEM AUTORIDADE). ARQMOVB1/       *
      *                               ARQMOV01 PASSAM A LRECL 136 E    *
      *                               ARQMRJ01 A 126, COM OS USUARIOS. *
      *     15/10/2026 ARI BORGES     INCLUSAO EM ESCRITORIO INATIVO   *
      *                               COM DESTINO NO MESTRE E DATA DE  *
      *                               INATIVACAO ATE A DATA DE NEGOCIO *
      *                               (TRANSFERIDO PELO EXER0113) PASSA*
      *                               AO ESCRITORIO DE DESTINO, COMO NO*
      *                               EXER0103; ES02 FICA PARA INATIVO *
      *                               SEM DESTINO.                     *
      *     15/10/2026 ARI BORGES     DATA DE NEGOCIO INCOMPLETA NO    *
      *                               PARM (MENOS DE 8 POSICOES) E     *
      *                               TRATADA COMO DATA INVALIDA E     *
      *                               CANCELA COM RETURN-CODE 16.      *
      *================================================================*
      *                                                                *
      *================================================================*
      *
           SELECT ARQESC01 ASSIGN       TO UT-S-ARQESC01
                      FILE STATUS      IS WRK-FS-ARQESC01.
      *
           SELECT ARQAUT01 ASSIGN       TO UT-S-ARQAUT01
                      FILE STATUS      IS WRK-FS-ARQAUT01.
      *
           SELECT ARQCAD01 ASSIGN       TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQCAD01-NR-MATR
                      FILE STATUS      IS WRK-FS-ARQCAD01.
      *
           SELECT ARQMOV01 ASSIGN       TO UT-S-ARQMOV01
                      FILE STATUS      IS WRK-FS-ARQMOV01.
      *
           SELECT ARQMRJ01 ASSIGN       TO UT-S-ARQMRJ01
                      FILE STATUS      IS WRK-FS-ARQMRJ01.
      *
           SELECT ARQCTL01 ASSIGN       TO UT-S-ARQCTL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQCTL01-PROGRAMA
                      FILE STATUS      IS WRK-FS-ARQCTL01.
      *
           SELECT ARQEXC01 ASSIGN       TO UT-S-ARQEXC01
                      FILE STATUS      IS WRK-FS-ARQEXC01.
      *
      *================================================================*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *    INPUT:     LOTE BRUTO DE MOVIMENTOS ENTREGUE PELO RH, COM  *
      *               HEADER (TIPO '0') E TRAILER (TIPO '9').          *
      *               ORG. SEQUENCIAL   -   LRECL = 136                *
      *----------------------------------------------------------------*

       FD  ARQMOVB1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMOVB1             PIC X(136).

      *---------------------------------------------------------------*
      *   INPUT:     MESTRE DE ESCRITORIOS (CODIGO OFICIAL, NOME      *
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQESC01             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:     AUTORIDADES SOBRE OS MOVIMENTOS (USUARIO X TIPO  *
      *               X ESCRITORIO - PODE SOLICITAR / PODE APROVAR),  *
      *               CARREGADO EM 1097-CARREGAR-AUTORIDADES.         *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQAUT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAUT01             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO INDEXADO COMPANHEIRO DA EXTRACAO, LIDO  *
      *               POR CHAVE PARA OBTER O ESCRITORIO DO            *
      *               FUNCIONARIO NA CONFERENCIA DE AUTORIDADE.       *
      *               ORG. INDEXADA   -   LRECL = 175                 *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD01103.

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO LIMPO DE MOVIMENTOS (SO OS DETALHES     *
      *               APROVADOS, SEM HEADER/TRAILER), PRONTO PARA A   *
      *               APLICACAO PELO EXER0104.                        *
      *               ORG. SEQUENCIAL   -   LRECL = 136               *
      *---------------------------------------------------------------*

       FD  ARQMOV01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQMOV01             PIC X(136).

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO DE MOVIMENTOS REJEITADOS PELA CRITICA,  *
      *               COM O MOTIVO. ORG. SEQUENCIAL  -  LRECL = 126   *
      *---------------------------------------------------------------*

       FD  ARQMRJ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQMRJ01             PIC X(126).

      *---------------------------------------------------------------*
      *   I-O:       CONTROLE DE EXECUCAO DA ESTEIRA NOTURNA, 1       *
      *               REGISTRO POR PROGRAMA COM A ULTIMA EXECUCAO     *
      *               (DATA DE NEGOCIO, SITUACAO, RETURN-CODE).       *
      *               ORG. INDEXADA      -   LRECL = 080              *
      *---------------------------------------------------------------*

       FD  ARQCTL01
           LABEL RECORD   IS STANDARD.
           COPY CTL01103.

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG ESTRUTURADO DE EXECUCAO (EXTEND): 1 LINHA   *
      *               POR EXECUCAO, NO LAYOUT DO EXC01103, PARA       *
      *               CONSUMO DA AUTOMACAO (ALERTAS DO SCHEDULER).    *
      *               ORG. SEQUENCIAL    -   LRECL = 120              *
      *---------------------------------------------------------------*

       FD  ARQEXC01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQEXC01             PIC X(120).

      *
      *----------------------------------------------------------------*
       77 ACU-LIDOS-ARQMOVB1      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQMOV01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQMRJ01      PIC  9(005) VALUE ZEROS.
       77 ACU-ESCRT-SUBSTITUIDOS  PIC  9(005) VALUE ZEROS.
       77 WRK-MAX-DIA-CALC        PIC  9(002) COMP VALUE ZEROS.
       77 WRK-LEAP-QUOCIENTE      PIC  9(006) VALUE ZEROS.
       77 WRK-LEAP-RESTO-4        PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-100      PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-400      PIC  9(003) VALUE ZEROS.
       77 WRK-QTDE-ESCMST         PIC  9(003) COMP VALUE ZEROS.
       77 WRK-QTDE-AUT            PIC  9(004) COMP VALUE ZEROS.
       77 WRK-QTDE-MATR           PIC  9(005) COMP VALUE ZEROS.
       77 WRK-QTDE-TRAILER-INF    PIC  9(008) VALUE ZEROS.
       77 WRK-GERACAO-ATUAL       PIC  9(008) VALUE ZEROS.
       77 WRK-SW-ESCRT-VAL        PIC  X(001) VALUE SPACES.
          88 WRK-ESCRT-OK                     VALUE 'S'.
          88 WRK-ESCRT-NOK                    VALUE 'N'.
       77 WRK-SW-ESCRT-SIT        PIC  X(001) VALUE SPACES.
          88 WRK-ESCRT-ATIVO                  VALUE 'A' ' '.
          88 WRK-ESCRT-INATIVO                VALUE 'I'.
       77 WRK-ESCRT-COD-BUSCA     PIC  X(004) VALUE SPACES.
       77 WRK-ESCRT-NM-OFICIAL    PIC  X(030) VALUE SPACES.
       77 WRK-ESCRT-COD-DEST      PIC  X(004) VALUE SPACES.
       77 WRK-ESCRT-DAT-INATIV    PIC  X(008) VALUE SPACES.
       77 WRK-SW-ESCRT-TRANSF     PIC  X(001) VALUE 'N'.
          88 WRK-ESCRT-TRANSFERIDO            VALUE 'S'.
       77 WRK-QTDE-SALTOS         PIC  9(002) COMP VALUE ZEROS.
       77 WRK-SW-AUTORIZ          PIC  X(001) VALUE SPACES.
          88 WRK-AUTORIZ-OK                   VALUE 'S'.
          88 WRK-AUTORIZ-NOK                  VALUE 'N'.
       77 WRK-AUT-PAPEL           PIC  X(001) VALUE SPACES.
          88 WRK-AUT-SOLICITANTE              VALUE 'S'.
          88 WRK-AUT-APROVADOR                VALUE 'A'.
       77 WRK-AUT-USUARIO         PIC  X(008) VALUE SPACES.
       77 WRK-AUT-COD-ESCRT       PIC  X(004) VALUE SPACES.
       77 WRK-SW-CRITICA          PIC  X(001) VALUE SPACES.
          88 WRK-MOVTO-APROVADO               VALUE 'S'.
          88 WRK-MOVTO-BARRADO                VALUE 'N'.
       77 WRK-SW-FINALIZ          PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZ-COM-ERRO             VALUE 'S'.
       77 WRK-RC-FINAL            PIC  9(002) VALUE ZEROS.
       77 WRK-DAT-INI             PIC  9(008) VALUE ZEROS.
       77 WRK-HRA-INI             PIC  9(006) VALUE ZEROS.
       77 WRK-DAT-NEGOCIO         PIC  9(008) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DE EXECUCAO DA ESTEIRA NOTURNA (ARQCTL01)          *
      *----------------------------------------------------------------*
       77 WRK-CTL-SITUACAO        PIC  X(001) VALUE SPACES.
          88 WRK-CTL-EXECUTANDO               VALUE 'I'.
          88 WRK-CTL-CONCLUIDO                VALUE 'F'.
          88 WRK-CTL-CANCELADO                VALUE 'C'.
          88 WRK-CTL-RECUSADO                 VALUE 'R'.
       77 WRK-SW-CTL-REGISTRO     PIC  X(001) VALUE 'N'.
          88 WRK-CTL-REGISTRADO               VALUE 'S'.
       77 WRK-SW-CTL-GRAVACAO     PIC  X(001) VALUE 'S'.
          88 WRK-CTL-GRAVACAO-OK              VALUE 'S'.
          88 WRK-CTL-GRAVACAO-NOK             VALUE 'N'.
       77 WRK-SW-CTL-NOVO         PIC  X(001) VALUE 'N'.
          88 WRK-CTL-NOVO                     VALUE 'S'.
          88 WRK-CTL-EXISTENTE                VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    TABELA DO MAXIMO DE DIAS POR MES (FEVEREIRO = 28, AJUSTADO  *
                                   DEPENDING ON WRK-QTDE-ESCMST
                                   INDEXED BY WRK-IDX-ESCMST.
             10 WRK-ESCMST-COD        PIC X(004).
             10 WRK-ESCMST-SIT        PIC X(001).
             10 WRK-ESCMST-NOME       PIC X(030).
             10 WRK-ESCMST-DAT-INATIV PIC X(008).
             10 WRK-ESCMST-COD-DEST   PIC X(004).
      *
      *----------------------------------------------------------------*
      *    TABELA DE AUTORIDADES (ARQAUT01), CARREGADA EM              *
      *    1097-CARREGAR-AUTORIDADES PARA A CONFERENCIA DO SOLICITANTE *
      *    E DO APROVADOR DE CADA MOVIMENTO                            *
      *----------------------------------------------------------------*
       01 WRK-TAB-AUT.
          05 WRK-AUT-OCR          OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WRK-QTDE-AUT
                                   INDEXED BY WRK-IDX-AUT.
             10 WRK-AUT-ID-USUARIO    PIC X(008).
             10 WRK-AUT-TIP-MOVTO     PIC X(001).
             10 WRK-AUT-ESCRT         PIC X(004).
             10 WRK-AUT-IND-SOLICITA  PIC X(001).
             10 WRK-AUT-IND-APROVA    PIC X(001).
      *
      *----------------------------------------------------------------*
      *    TABELA DAS MATRICULAS COM MOVIMENTO JA APROVADO NO LOTE,    *
                'TIPO;MATRICULA;NOME DO FUNCIONARIO'.
          05 FILLER               PIC  X(022) VALUE
                ';DATA;MOTIVO;DESCRICAO'.
          05 FILLER               PIC  X(022) VALUE
                ';SOLICITANTE;APROVADOR'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMOVB1      VALUE 'MOVB1117'.
          88 WRK-CN-ARQESC01      VALUE 'ESC01113'.
          88 WRK-CN-ARQAUT01      VALUE 'AUT01117'.
          88 WRK-CN-ARQCAD01      VALUE 'CAD01113'.
          88 WRK-CN-ARQMOV01      VALUE 'MOV01114'.
          88 WRK-CN-ARQMRJ01      VALUE 'MRJ01117'.
          88 WRK-CN-ARQCTL01      VALUE 'CTL01113'.
          88 WRK-CN-ARQEXC01      VALUE 'EXC01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
       01 WRK-FS-ARQESC01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-ESC01-OK                  VALUE '00'.
          88 WRK-FS-ESC01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQAUT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-AUT01-OK                  VALUE '00'.
          88 WRK-FS-AUT01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQCAD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CAD01-OK                  VALUE '00'.
          88 WRK-FS-CAD01-NAOACHOU            VALUE '23'.
      *
       01 WRK-FS-ARQMOV01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MOV01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQMRJ01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MRJ01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQCTL01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CTL01-OK                  VALUE '00'.
          88 WRK-FS-CTL01-NAOACHOU            VALUE '23'.
          88 WRK-FS-CTL01-INEXISTE            VALUE '35'.
      *
       01 WRK-FS-ARQEXC01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-EXC01-OK                  VALUE '00'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE

           COPY MOV01104.
           COPY ESC01103.
           COPY AUT01107.
           COPY MRJ01107.
           COPY EXC01103.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0107 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       LINKAGE                         SECTION.
      *================================================================*
      *----------------------------------------------------------------*
      *    AREA DO PARM DE EXECUCAO (JCL EXEC PARM=), OPCIONAL: A      *
      *    DATA DE NEGOCIO (AAAAMMDD) DO CONTROLE DA ESTEIRA. PARM     *
      *    AUSENTE ASSUME A DATA ATUAL.                                *
      *----------------------------------------------------------------*
       01 WRK-JCL-PARM.
          05 WRK-PARM-LEN            PIC  S9(004) COMP.
          05 WRK-PARM-DADOS.
             10 WRK-PARM-DAT-NEGOCIO PIC  X(008).
      *
      *================================================================*
       PROCEDURE                       DIVISION USING WRK-JCL-PARM.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-INI
           MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-HRA-INI

           PERFORM 0500-DEFINIR-DATA-NEGOCIO
      *
           PERFORM 1000-INICIALIZAR
      *
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ROTINA DE DEFINICAO DA DATA DE NEGOCIO DA EXECUCAO, USADA
      *    NO CONTROLE DA ESTEIRA (ARQCTL01): A DO PARM QUANDO
      *    INFORMADA (AAAAMMDD, CONFERIDA NO CALENDARIO), SENAO A DATA
      *    ATUAL. DATA INVALIDA NO PARM CANCELA COM RETURN-CODE 16 -
      *    NENHUM ARQUIVO DO LOTE FOI ABERTO AINDA.
      *----------------------------------------------------------------*
       0500-DEFINIR-DATA-NEGOCIO SECTION.
      *----------------------------------------------------------------*
           IF WRK-PARM-LEN NOT LESS 8
           AND WRK-PARM-DAT-NEGOCIO NOT EQUAL SPACES
              MOVE WRK-PARM-DAT-NEGOCIO TO WRK-DATA-CONTR-INV
              PERFORM 3805-VALIDAR-DATA-CONTROLE

              IF WRK-DATA-OK
                 MOVE WRK-DATA-CONTR-INV-NUM TO WRK-DAT-NEGOCIO
              ELSE
                 PERFORM 0590-ERRO-DATA-NEGOCIO
              END-IF
           ELSE
              IF WRK-PARM-LEN GREATER ZERO
              AND WRK-PARM-LEN LESS 8
                 PERFORM 0590-ERRO-DATA-NEGOCIO
              END-IF

              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-NEGOCIO
           END-IF

           DISPLAY '* DATA DE NEGOCIO DA EXECUCAO: ' WRK-DAT-NEGOCIO
           .
      *----------------------------------------------------------------*
       0500-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CANCELAMENTO POR DATA DE NEGOCIO INVALIDA NO PARM:
      *    GRAVA A LINHA DE ARQEXC01 PARA A AUTOMACAO E ENCERRA COM
      *    RETURN-CODE 16 - NENHUM ARQUIVO DO LOTE FOI ABERTO AINDA.
      *----------------------------------------------------------------*
       0590-ERRO-DATA-NEGOCIO SECTION.
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*  PARM COM DATA DE NEGOCIO INVALIDA           *'
           IF WRK-PARM-LEN LESS 8
              DISPLAY '* DATA INFORMADA: '
                      WRK-PARM-DAT-NEGOCIO(1:WRK-PARM-LEN)
           ELSE
              DISPLAY '* DATA INFORMADA: ' WRK-PARM-DAT-NEGOCIO
           END-IF
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 16 TO WRK-RC-FINAL

           PERFORM 9860-GRAVAR-LOG-EXECUCAO

           MOVE WRK-RC-FINAL TO RETURN-CODE

           STOP RUN.
      *----------------------------------------------------------------*
       0590-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE REGISTRO NO CONTROLE DE EXECUCAO DA ESTEIRA
      *    NOTURNA (ARQCTL01), EXECUTADA ANTES DE ABRIR QUALQUER
      *    ARQUIVO DO LOTE. ESTE PROGRAMA NAO DEPENDE DE PREDECESSOR:
      *    SO SE REGISTRA EM EXECUCAO ('I') - O REGISTRO DO FIM
      *    ('F'/'C') E FEITO EM 9870 E E CONFERIDO PELO SUCESSOR.
      *----------------------------------------------------------------*
       0700-CONTROLAR-DEPENDENCIA SECTION.
      *----------------------------------------------------------------*
           OPEN I-O ARQCTL01

           IF WRK-FS-CTL01-INEXISTE
              OPEN OUTPUT ARQCTL01
              CLOSE ARQCTL01
              OPEN I-O ARQCTL01
           END-IF

           IF NOT WRK-FS-CTL01-OK
              PERFORM 0790-ERRO-CONTROLE
           END-IF

           SET WRK-CTL-EXECUTANDO TO TRUE

           PERFORM 0740-GRAVAR-CONTROLE

           IF NOT WRK-CTL-GRAVACAO-OK
              PERFORM 0790-ERRO-CONTROLE
           END-IF

           SET WRK-CTL-REGISTRADO TO TRUE

           CLOSE ARQCTL01
           .
      *----------------------------------------------------------------*
       0700-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DO REGISTRO DESTE PROGRAMA NO CONTROLE
      *    DE EXECUCAO (ARQCTL01 JA ABERTO I-O) COM A SITUACAO EM
      *    WRK-CTL-SITUACAO: INCLUI NA PRIMEIRA EXECUCAO, REGRAVA NAS
      *    DEMAIS. O RESULTADO FICA EM WRK-SW-CTL-GRAVACAO PARA QUEM
      *    CHAMOU DECIDIR SE CANCELA OU SO AVISA.
      *----------------------------------------------------------------*
       0740-GRAVAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CTL-GRAVACAO-OK        TO TRUE

           MOVE WRK-PROGRAMA              TO ARQCTL01-PROGRAMA

           READ ARQCTL01
              INVALID KEY
                 SET WRK-CTL-NOVO         TO TRUE
                 MOVE SPACES              TO ARQCTL01-REG-CONTROLE
                 MOVE WRK-PROGRAMA        TO ARQCTL01-PROGRAMA
              NOT INVALID KEY
                 SET WRK-CTL-EXISTENTE    TO TRUE
           END-READ

           MOVE WRK-DAT-NEGOCIO           TO ARQCTL01-DAT-NEGOCIO
           MOVE WRK-CTL-SITUACAO          TO ARQCTL01-SITUACAO
           MOVE WRK-RC-FINAL              TO ARQCTL01-RC
           MOVE WRK-DAT-INI               TO ARQCTL01-DAT-INI
           MOVE WRK-HRA-INI               TO ARQCTL01-HRA-INI

           IF WRK-CTL-EXECUTANDO
              MOVE ZEROS                  TO ARQCTL01-DAT-FIM
                                             ARQCTL01-HRA-FIM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO ARQCTL01-DAT-FIM
              MOVE FUNCTION CURRENT-DATE(9:6) TO ARQCTL01-HRA-FIM
           END-IF

           MOVE 'N'                       TO ARQCTL01-IND-LIBERACAO
           MOVE SPACES                    TO ARQCTL01-USU-LIBERACAO

           IF WRK-CTL-NOVO
              WRITE ARQCTL01-REG-CONTROLE
           ELSE
              REWRITE ARQCTL01-REG-CONTROLE
           END-IF

           IF NOT WRK-FS-CTL01-OK
              SET WRK-CTL-GRAVACAO-NOK    TO TRUE
              DISPLAY '* ERRO AO GRAVAR O CONTROLE DE EXECUCAO EM '
                      'ARQCTL01 - FILE STATUS: ' WRK-FS-ARQCTL01
           END-IF
           .
      *----------------------------------------------------------------*
       0740-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CANCELAMENTO POR ERRO NO CONTROLE DE EXECUCAO
      *    (ARQCTL01): SEM O CONTROLE NAO HA COMO GARANTIR A ORDEM DA
      *    ESTEIRA, ENTAO O PROGRAMA NAO RODA. NENHUM ARQUIVO DO LOTE
      *    FOI ABERTO AINDA; ENCERRA COM RETURN-CODE 12.
      *----------------------------------------------------------------*
       0790-ERRO-CONTROLE SECTION.
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*  ERRO NO CONTROLE DE EXECUCAO (ARQCTL01)     *'
           DISPLAY '* FILE-STATUS CTL01:' WRK-FS-ARQCTL01
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           CLOSE ARQCTL01

           MOVE 12 TO WRK-RC-FINAL

           PERFORM 9860-GRAVAR-LOG-EXECUCAO

           MOVE WRK-RC-FINAL TO RETURN-CODE

           STOP RUN.
      *----------------------------------------------------------------*
       0790-99-FIM.
           EXIT.
      *
      *----------------------------------------------------------------
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: ABRE OS ARQUIVOS,
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 0700-CONTROLAR-DEPENDENCIA

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT  ARQMOVB1
           AND (WRK-FS-ARQMRJ01 EQUAL '00')
              PERFORM 1095-CARREGAR-ESCRITORIOS

              PERFORM 1097-CARREGAR-AUTORIDADES

              SET WRK-CN-OPEN                 TO TRUE
              SET WRK-CN-ARQCAD01             TO TRUE

              OPEN INPUT ARQCAD01

              IF NOT WRK-FS-CAD01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              PERFORM 1070-VALIDAR-HEADER

              SET WRK-CN-WRITE                TO TRUE
                 SET WRK-IDX-ESCMST TO WRK-QTDE-ESCMST
                 MOVE ARQESC01-COD-ESCRT
                   TO WRK-ESCMST-COD(WRK-IDX-ESCMST)
                 MOVE ARQESC01-SIT-ESCRT
                   TO WRK-ESCMST-SIT(WRK-IDX-ESCMST)
                 MOVE ARQESC01-NM-ESCRT
                   TO WRK-ESCMST-NOME(WRK-IDX-ESCMST)
                 MOVE ARQESC01-DAT-INATIVACAO
                   TO WRK-ESCMST-DAT-INATIV(WRK-IDX-ESCMST)
                 MOVE ARQESC01-COD-ESCRT-DEST
                   TO WRK-ESCMST-COD-DEST(WRK-IDX-ESCMST)
              ELSE
                 DISPLAY '* MESTRE DE ESCRITORIOS EXCEDE 500 '
                         'ENTRADAS - TABELA INSUFICIENTE *'
      *----------------------------------------------------------------*
       1096-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CARGA DO ARQUIVO DE AUTORIDADES (ARQAUT01) PARA A
      *    TABELA DE CONFERENCIA DO SOLICITANTE E DO APROVADOR. O
      *    ARQUIVO E OBRIGATORIO: SEM ELE TODO O LOTE SERIA BARRADO
      *    POR FALTA DE AUTORIDADE, ENTAO FALHA DE ABERTURA/LEITURA OU
      *    ARQUIVO VAZIO CANCELA O LOTE.
      *----------------------------------------------------------------*
       1097-CARREGAR-AUTORIDADES SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN             TO TRUE
           SET WRK-CN-ARQAUT01         TO TRUE

           OPEN INPUT ARQAUT01

           IF NOT WRK-FS-AUT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1098-LER-AUTORIDADE
              UNTIL WRK-FS-AUT01-FIM

           CLOSE ARQAUT01

           IF WRK-QTDE-AUT EQUAL ZERO
              DISPLAY '* ARQUIVO DE AUTORIDADES (ARQAUT01) VAZIO - '
                      'SEM COMO CONFERIR SOLICITANTE/APROVADOR *'
              PERFORM 9150-ERRO-INTEGRIDADE
           END-IF

           MOVE '00' TO WRK-FS-ARQAUT01
           .
      *----------------------------------------------------------------*
       1097-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 LINHA DO ARQUIVO DE AUTORIDADES PARA
      *    A TABELA. LINHA SEM NENHUMA AUTORIDADE ('S') E IGNORADA.
      *    ARQUIVO ALEM DE 2000 LINHAS CANCELA O LOTE (TABELA
      *    SUBDIMENSIONADA - UMA CONFERENCIA PARCIAL BARRARIA QUEM TEM
      *    AUTORIDADE).
      *----------------------------------------------------------------*
       1098-LER-AUTORIDADE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ             TO TRUE
           SET WRK-CN-ARQAUT01         TO TRUE

           READ ARQAUT01 INTO ARQAUT01-REG-AUTORIDADE.

           IF WRK-FS-AUT01-OK
              IF ARQAUT01-PODE-SOLICITAR
              OR ARQAUT01-PODE-APROVAR
                 IF WRK-QTDE-AUT LESS 2000
                    ADD 1 TO WRK-QTDE-AUT
                    SET WRK-IDX-AUT TO WRK-QTDE-AUT
                    MOVE ARQAUT01-ID-USUARIO
                      TO WRK-AUT-ID-USUARIO(WRK-IDX-AUT)
                    MOVE ARQAUT01-TIP-MOVTO
                      TO WRK-AUT-TIP-MOVTO(WRK-IDX-AUT)
                    MOVE ARQAUT01-COD-ESCRT
                      TO WRK-AUT-ESCRT(WRK-IDX-AUT)
                    MOVE ARQAUT01-IND-SOLICITA
                      TO WRK-AUT-IND-SOLICITA(WRK-IDX-AUT)
                    MOVE ARQAUT01-IND-APROVA
                      TO WRK-AUT-IND-APROVA(WRK-IDX-AUT)
                 ELSE
                    DISPLAY '* ARQUIVO DE AUTORIDADES EXCEDE 2000 '
                            'LINHAS - TABELA INSUFICIENTE *'
                    PERFORM 9150-ERRO-INTEGRIDADE
                 END-IF
              END-IF
           ELSE
              IF NOT WRK-FS-AUT01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1098-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO PRINCIPAL: CRITICA O MOVIMENTO
      *    CORRENTE (TIPO, DATA, ESCRITORIO, SOLICITANTE/APROVADOR,
      *    DUPLICATA E CONFLITO DENTRO DO LOTE) E O ENCAMINHA PARA O
      *    ARQUIVO LIMPO OU O DE REJEITADOS.
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*

              IF WRK-MOVTO-APROVADO
              AND ARQMOV01-MOVTO-INCLUSAO
                 PERFORM 3836-APLICAR-TRANSFERENCIA
                 MOVE ARQMOV01-COD-ESCRT  TO WRK-ESCRT-COD-BUSCA
                 PERFORM 3835-LOCALIZAR-ESCRITORIO
                 IF WRK-ESCRT-NOK
                    MOVE 'ES01'           TO ARQMRJ01-COD-MOTIVO
                    MOVE 'ESCRITORIO INVALIDO'
                                          TO ARQMRJ01-DESC-MOTIVO
                    PERFORM 3990-GRAVAR-REJEITADO
                 ELSE
                    IF WRK-ESCRT-INATIVO
                       MOVE 'ES02'        TO ARQMRJ01-COD-MOTIVO
                       MOVE 'ESCRITORIO INATIVO'
                                          TO ARQMRJ01-DESC-MOTIVO
                       PERFORM 3990-GRAVAR-REJEITADO
                    END-IF
                 END-IF
              END-IF

              IF WRK-MOVTO-APROVADO
                 PERFORM 3840-CRITICAR-AUTORIDADE
              END-IF

              IF WRK-MOVTO-APROVADO
                 PERFORM 3860-CRITICAR-LOTE
              END-IF
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LOCALIZACAO DO CODIGO DE ESCRITORIO CARREGADO EM
      *    WRK-ESCRT-COD-BUSCA NA TABELA DO MESTRE (ARQESC01).
      *    RESULTADO EM WRK-SW-ESCRT-VAL; A SITUACAO DO ESCRITORIO
      *    ENCONTRADO (ATIVO/INATIVO) FICA EM WRK-SW-ESCRT-SIT E O NOME
      *    OFICIAL EM WRK-ESCRT-NM-OFICIAL. O INATIVO COM DESTINO NO
      *    MESTRE (TRANSFERIDO PELO EXER0113) FICA EM
      *    WRK-ESCRT-TRANSFERIDO, COM O DESTINO EM WRK-ESCRT-COD-DEST,
      *    QUANDO A DATA DE INATIVACAO NAO PASSA DA DATA DE NEGOCIO;
      *    COM DATA POSTERIOR ELE AINDA VALE ATIVO.
      *----------------------------------------------------------------*
       3835-LOCALIZAR-ESCRITORIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-ESCRT-NOK TO TRUE
           SET WRK-ESCRT-ATIVO TO TRUE
           MOVE 'N'    TO WRK-SW-ESCRT-TRANSF
           MOVE SPACES TO WRK-ESCRT-NM-OFICIAL
                          WRK-ESCRT-COD-DEST
                          WRK-ESCRT-DAT-INATIV

           SET WRK-IDX-ESCMST TO 1

              AT END
                 NEXT SENTENCE
              WHEN WRK-ESCMST-COD(WRK-IDX-ESCMST) EQUAL
                   WRK-ESCRT-COD-BUSCA
                 SET WRK-ESCRT-OK TO TRUE
                 MOVE WRK-ESCMST-SIT(WRK-IDX-ESCMST)
                   TO WRK-SW-ESCRT-SIT
                 MOVE WRK-ESCMST-NOME(WRK-IDX-ESCMST)
                   TO WRK-ESCRT-NM-OFICIAL
                 MOVE WRK-ESCMST-COD-DEST(WRK-IDX-ESCMST)
                   TO WRK-ESCRT-COD-DEST
                 MOVE WRK-ESCMST-DAT-INATIV(WRK-IDX-ESCMST)
                   TO WRK-ESCRT-DAT-INATIV
           END-SEARCH.

           IF WRK-ESCRT-OK
           AND WRK-ESCRT-INATIVO
           AND WRK-ESCRT-COD-DEST NOT EQUAL SPACES
              IF WRK-ESCRT-DAT-INATIV NOT GREATER WRK-DAT-NEGOCIO
                 SET WRK-ESCRT-TRANSFERIDO TO TRUE
              ELSE
                 SET WRK-ESCRT-ATIVO       TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3835-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE TROCA DO ESCRITORIO TRANSFERIDO NA INCLUSAO
      *    CORRENTE: O DESTINO E SEGUIDO ATE UM ESCRITORIO NAO
      *    TRANSFERIDO (NO MAXIMO 10 SALTOS, CONTRA CICLO NO MESTRE);
      *    SO UM DESTINO FINAL ATIVO TROCA O CODIGO E O NOME DO
      *    ESCRITORIO DO MOVIMENTO - SENAO ELE SEGUE COMO VEIO E CAI
      *    NA CRITICA ES01/ES02. A AUTORIDADE (3840) E CONFERIDA NO
      *    ESCRITORIO JA TROCADO.
      *----------------------------------------------------------------*
       3836-APLICAR-TRANSFERENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQMOV01-COD-ESCRT     TO WRK-ESCRT-COD-BUSCA

           PERFORM 3835-LOCALIZAR-ESCRITORIO

           MOVE ZEROS                  TO WRK-QTDE-SALTOS

           PERFORM 3837-SEGUIR-DESTINO
              UNTIL NOT WRK-ESCRT-TRANSFERIDO
              OR WRK-QTDE-SALTOS NOT LESS 10

           IF WRK-QTDE-SALTOS GREATER ZERO
           AND WRK-ESCRT-OK
           AND WRK-ESCRT-ATIVO
              MOVE WRK-ESCRT-COD-BUSCA  TO ARQMOV01-COD-ESCRT
              MOVE WRK-ESCRT-NM-OFICIAL TO ARQMOV01-NM-ESCRT
              ADD 1 TO ACU-ESCRT-SUBSTITUIDOS
           END-IF
           .
      *----------------------------------------------------------------*
       3836-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE AVANCO PARA O ESCRITORIO DE DESTINO DO
      *    ESCRITORIO TRANSFERIDO CORRENTE
      *----------------------------------------------------------------*
       3837-SEGUIR-DESTINO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-ESCRT-COD-DEST     TO WRK-ESCRT-COD-BUSCA
           ADD 1                       TO WRK-QTDE-SALTOS

           PERFORM 3835-LOCALIZAR-ESCRITORIO
           .
      *----------------------------------------------------------------*
       3837-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CRITICA DO SOLICITANTE E DO APROVADOR DO
      *    MOVIMENTO CORRENTE: AMBOS INFORMADOS, PESSOAS DIFERENTES E
      *    CADA UM COM AUTORIDADE NO ARQAUT01 PARA O PAPEL, O TIPO DE
      *    MOVIMENTO E O ESCRITORIO DO FUNCIONARIO. O ESCRITORIO VEM
      *    DO CADASTRO; NA INCLUSAO (E PARA MATRICULA AINDA FORA DO
      *    CADASTRO, QUE O EXER0104 REJEITA DEPOIS) VALE O DO PROPRIO
      *    MOVIMENTO. A PRIMEIRA FALHA BARRA O MOVIMENTO.
      *----------------------------------------------------------------*
       3840-CRITICAR-AUTORIDADE SECTION.
      *----------------------------------------------------------------*
           IF ARQMOV01-ID-SOLICITANTE EQUAL SPACES
              MOVE 'AP04'                 TO ARQMRJ01-COD-MOTIVO
              MOVE 'SOLICITANTE AUSENTE'  TO ARQMRJ01-DESC-MOTIVO
              PERFORM 3990-GRAVAR-REJEITADO
           ELSE
              IF ARQMOV01-ID-APROVADOR EQUAL SPACES
                 MOVE 'AP01'              TO ARQMRJ01-COD-MOTIVO
                 MOVE 'APROVACAO AUSENTE' TO ARQMRJ01-DESC-MOTIVO
                 PERFORM 3990-GRAVAR-REJEITADO
              ELSE
                 IF ARQMOV01-ID-APROVADOR EQUAL ARQMOV01-ID-SOLICITANTE
                    MOVE 'AP03'           TO ARQMRJ01-COD-MOTIVO
                    MOVE 'APROVADOR=SOLICIT.'
                                          TO ARQMRJ01-DESC-MOTIVO
                    PERFORM 3990-GRAVAR-REJEITADO
                 ELSE
                    PERFORM 3841-CRITICAR-USUARIOS
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONFERENCIA NO ARQAUT01 DA AUTORIDADE DO
      *    SOLICITANTE E, SE ELE A TEM, DO APROVADOR DO MOVIMENTO
      *    CORRENTE (AMBOS JA INFORMADOS E DIFERENTES)
      *----------------------------------------------------------------*
       3841-CRITICAR-USUARIOS SECTION.
      *----------------------------------------------------------------*
           PERFORM 3845-OBTER-ESCRT-AUTORIDADE

           SET WRK-AUT-SOLICITANTE        TO TRUE
           MOVE ARQMOV01-ID-SOLICITANTE   TO WRK-AUT-USUARIO
           PERFORM 3848-VERIFICAR-AUTORIDADE

           IF WRK-AUTORIZ-NOK
              MOVE 'AP05'                 TO ARQMRJ01-COD-MOTIVO
              MOVE 'SOLICIT. SEM AUTORID'
                                          TO ARQMRJ01-DESC-MOTIVO
              PERFORM 3990-GRAVAR-REJEITADO
           ELSE
              SET WRK-AUT-APROVADOR       TO TRUE
              MOVE ARQMOV01-ID-APROVADOR  TO WRK-AUT-USUARIO
              PERFORM 3848-VERIFICAR-AUTORIDADE

              IF WRK-AUTORIZ-NOK
                 MOVE 'AP02'              TO ARQMRJ01-COD-MOTIVO
                 MOVE 'APROVACAO NAO AUTOR.'
                                          TO ARQMRJ01-DESC-MOTIVO
                 PERFORM 3990-GRAVAR-REJEITADO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3841-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE OBTENCAO DO ESCRITORIO CONTRA O QUAL A AUTORIDADE
      *    E CONFERIDA (WRK-AUT-COD-ESCRT): O DO MOVIMENTO NA INCLUSAO
      *    OU QUANDO A MATRICULA NAO ESTA NO CADASTRO, SENAO O DO
      *    CADASTRO - O CODIGO INFORMADO NO MOVIMENTO NAO VALE PARA
      *    QUEM JA ESTA CADASTRADO.
      *----------------------------------------------------------------*
       3845-OBTER-ESCRT-AUTORIDADE SECTION.
      *----------------------------------------------------------------*
           MOVE ARQMOV01-COD-ESCRT        TO WRK-AUT-COD-ESCRT

           IF NOT ARQMOV01-MOVTO-INCLUSAO
              SET WRK-CN-READ             TO TRUE
              SET WRK-CN-ARQCAD01         TO TRUE

              MOVE ARQMOV01-NR-MATR       TO ARQCAD01-NR-MATR

              READ ARQCAD01

              IF WRK-FS-CAD01-OK
                 MOVE ARQCAD01-COD-ESCRT  TO WRK-AUT-COD-ESCRT
              ELSE
                 IF NOT WRK-FS-CAD01-NAOACHOU
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
                 MOVE '00'                TO WRK-FS-ARQCAD01
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3845-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE PESQUISA NA TABELA DE AUTORIDADES: O USUARIO
      *    (WRK-AUT-USUARIO) PODE EXERCER O PAPEL (WRK-AUT-PAPEL,
      *    SOLICITANTE OU APROVADOR) NO TIPO DO MOVIMENTO CORRENTE E
      *    NO ESCRITORIO WRK-AUT-COD-ESCRT? TIPO '*' E ESCRITORIO
      *    '****' NA TABELA VALEM PARA TODOS. RESULTADO EM
      *    WRK-SW-AUTORIZ.
      *----------------------------------------------------------------*
       3848-VERIFICAR-AUTORIDADE SECTION.
      *----------------------------------------------------------------*
           SET WRK-AUTORIZ-NOK TO TRUE

           SET WRK-IDX-AUT TO 1

           SEARCH WRK-AUT-OCR
              AT END
                 NEXT SENTENCE
              WHEN WRK-AUT-ID-USUARIO(WRK-IDX-AUT) EQUAL WRK-AUT-USUARIO
               AND (WRK-AUT-TIP-MOVTO(WRK-IDX-AUT) EQUAL
                    ARQMOV01-TIP-MOVTO
                    OR WRK-AUT-TIP-MOVTO(WRK-IDX-AUT) EQUAL '*')
               AND (WRK-AUT-ESCRT(WRK-IDX-AUT) EQUAL WRK-AUT-COD-ESCRT
                    OR WRK-AUT-ESCRT(WRK-IDX-AUT) EQUAL '****')
               AND ((WRK-AUT-SOLICITANTE
                     AND WRK-AUT-IND-SOLICITA(WRK-IDX-AUT) EQUAL 'S')
                    OR (WRK-AUT-APROVADOR
                     AND WRK-AUT-IND-APROVA(WRK-IDX-AUT) EQUAL 'S'))
                 SET WRK-AUTORIZ-OK TO TRUE
           END-SEARCH.

      *----------------------------------------------------------------*
       3848-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE VALIDACAO DE CALENDARIO DA DATA DE CONTROLE DO
      *    MOVIMENTO CORRENTE (ARQMOV01-DAT-CNTRL), VIA 3805.
      *----------------------------------------------------------------*
           MOVE ARQMOV01-NR-MATR       TO ARQMRJ01-NR-MATR
           MOVE ARQMOV01-NM-FUNC       TO ARQMRJ01-NM-FUNC
           MOVE ARQMOV01-DAT-CNTRL     TO ARQMRJ01-DAT-CNTRL
           MOVE ARQMOV01-ID-SOLICITANTE TO ARQMRJ01-ID-SOLICITANTE
           MOVE ARQMOV01-ID-APROVADOR  TO ARQMRJ01-ID-APROVADOR

           DISPLAY ARQMOV01-NR-MATR ' - MOVIMENTO BARRADO: '
                   ARQMRJ01-COD-MOTIVO ' ' ARQMRJ01-DESC-MOTIVO
      *----------------------------------------------------------------*
           IF NOT WRK-FS-MOVB1-OK
           OR (WRK-FS-ARQESC01 NOT EQUAL '00')
           OR (WRK-FS-ARQAUT01 NOT EQUAL '00')
           OR (WRK-FS-ARQCAD01 NOT EQUAL '00')
           OR (WRK-FS-ARQMOV01 NOT EQUAL '00')
           OR (WRK-FS-ARQMRJ01 NOT EQUAL '00')
              DISPLAY '************************************************'
              DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
              DISPLAY '* FILE-STATUS MOVB1:' WRK-FS-ARQMOVB1         '*'
              DISPLAY '* FILE-STATUS ESC01:' WRK-FS-ARQESC01         '*'
              DISPLAY '* FILE-STATUS AUT01:' WRK-FS-ARQAUT01         '*'
              DISPLAY '* FILE-STATUS CAD01:' WRK-FS-ARQCAD01         '*'
              DISPLAY '* FILE-STATUS MOV01:' WRK-FS-ARQMOV01         '*'
              DISPLAY '* FILE-STATUS MRJ01:' WRK-FS-ARQMRJ01         '*'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
       9150-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DO LOG ESTRUTURADO DE EXECUCAO
      *    (ARQEXC01, EXTEND, BOOK EXC01103): 1 LINHA POR EXECUCAO COM
      *    PROGRAMA, PARM RECEBIDO, INICIO/FIM, RETURN-CODE FINAL E
      *    CONTADORES, COMO NO EXER0103. FALHA AQUI NAO ALTERA O
      *    RETURN-CODE - FICA SO O AVISO.
      *    CONTADORES: LIDOS = MOVIMENTOS LIDOS DO LOTE, SAI01 =
      *    LIMPOS (ARQMOV01), REJ01 = BARRADOS (ARQMRJ01).
      *----------------------------------------------------------------*
       9860-GRAVAR-LOG-EXECUCAO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PROGRAMA       TO ARQEXC01-PROGRAMA
           MOVE WRK-DAT-INI        TO ARQEXC01-DAT-INI
           MOVE WRK-HRA-INI        TO ARQEXC01-HRA-INI
           MOVE FUNCTION CURRENT-DATE(1:8) TO ARQEXC01-DAT-FIM
           MOVE FUNCTION CURRENT-DATE(9:6) TO ARQEXC01-HRA-FIM

           MOVE 'B'                TO ARQEXC01-MODO

           IF WRK-PARM-LEN GREATER ZERO
              IF WRK-PARM-LEN LESS 8
                 MOVE WRK-PARM-DADOS(1:WRK-PARM-LEN)
                                   TO ARQEXC01-PARM
              ELSE
                 MOVE WRK-PARM-DADOS TO ARQEXC01-PARM
              END-IF
           ELSE
              MOVE SPACES          TO ARQEXC01-PARM
           END-IF

           MOVE WRK-RC-FINAL       TO ARQEXC01-RC
           MOVE ACU-LIDOS-ARQMOVB1 TO ARQEXC01-QTD-LIDOS
           MOVE ACU-GRAVA-ARQMOV01 TO ARQEXC01-QTD-SAI01
           MOVE ZEROS              TO ARQEXC01-QTD-SAI02
           MOVE ZEROS              TO ARQEXC01-QTD-SAI03
           MOVE ACU-GRAVA-ARQMRJ01 TO ARQEXC01-QTD-REJ01
           MOVE ZEROS              TO ARQEXC01-QTD-NOT01

           SET WRK-CN-OPEN         TO TRUE
           SET WRK-CN-ARQEXC01     TO TRUE

           OPEN EXTEND ARQEXC01

           IF WRK-FS-ARQEXC01 EQUAL '35'
              OPEN OUTPUT ARQEXC01
           END-IF

           IF WRK-FS-EXC01-OK
              SET WRK-CN-WRITE     TO TRUE

              WRITE FD-ARQEXC01 FROM ARQEXC01-REG-EXECUCAO

              IF NOT WRK-FS-EXC01-OK
                 DISPLAY '* ERRO AO GRAVAR O LOG DE EXECUCAO EM '
                         'ARQEXC01 - FILE STATUS: ' WRK-FS-ARQEXC01
              END-IF

              CLOSE ARQEXC01
           ELSE
              DISPLAY '* ERRO AO ABRIR ARQEXC01 PARA O LOG DE '
                      'EXECUCAO - FILE STATUS: ' WRK-FS-ARQEXC01
           END-IF

           MOVE '00' TO WRK-FS-ARQEXC01
           .
      *----------------------------------------------------------------*
       9860-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE REGISTRO DO FIM DA EXECUCAO NO CONTROLE DA
      *    ESTEIRA (ARQCTL01): 'F' QUANDO O RETURN-CODE FINAL E ATE 04
      *    (O SUCESSOR PODE RODAR), 'C' ACIMA DISSO (O SUCESSOR SO
      *    RODA COM CARTAO DE LIBERACAO). SO ATUA SE 0700 REGISTROU O
      *    INICIO. FALHA AQUI NAO ALTERA O RETURN-CODE - FICA O AVISO
      *    (E O REGISTRO 'I' SEGURA O SUCESSOR).
      *----------------------------------------------------------------*
       9870-REGISTRAR-FIM-CONTROLE SECTION.
      *----------------------------------------------------------------*
           IF WRK-CTL-REGISTRADO
              MOVE 'N' TO WRK-SW-CTL-REGISTRO

              OPEN I-O ARQCTL01

              IF WRK-FS-CTL01-OK
                 IF WRK-RC-FINAL GREATER 04
                    SET WRK-CTL-CANCELADO TO TRUE
                 ELSE
                    SET WRK-CTL-CONCLUIDO TO TRUE
                 END-IF

                 PERFORM 0740-GRAVAR-CONTROLE

                 CLOSE ARQCTL01
              ELSE
                 DISPLAY '* ERRO AO ABRIR ARQCTL01 PARA O REGISTRO DO '
                         'FIM - FILE STATUS: ' WRK-FS-ARQCTL01
              END-IF

              MOVE '00' TO WRK-FS-ARQCTL01
           END-IF
           .
      *----------------------------------------------------------------*
       9870-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE FECHAMENTO DO PROGRAMA. O RETURN-CODE SEGUE A
      *    MESMA ESCADA DO EXER0103: 0 = LIMPO, 4 = CONCLUIDO COM
      *    MOVIMENTOS BARRADOS, 12 = ABORTO POR ERRO DE ARQUIVO, 16 =
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQMOVB1
           CLOSE ARQCAD01
           CLOSE ARQMOV01
           CLOSE ARQMRJ01

           DISPLAY '* QTDE DE MOVIMENTOS LIDOS   'ACU-LIDOS-ARQMOVB1
           DISPLAY '* QTDE DE MOVIMENTOS LIMPOS  'ACU-GRAVA-ARQMOV01
           DISPLAY '* QTDE DE MOVIMENTOS BARRADOS'ACU-GRAVA-ARQMRJ01
           DISPLAY '* QTDE COM ESCRT TRANSFERIDO 'ACU-ESCRT-SUBSTITUIDOS
           DISPLAY '* EXER0107 - FIM DO PROGRAMA.                      '
           DISPLAY '***************************************************'

              END-IF
           END-IF

           PERFORM 9870-REGISTRAR-FIM-CONTROLE

           PERFORM 9860-GRAVAR-LOG-EXECUCAO

           MOVE WRK-RC-FINAL TO RETURN-CODE

           STOP RUN.
