      *                    EXER0104) E IMPRIMIR A LISTAGEM             *
      *                    (ARQREL01), DA SEQUENCIA 1 A ULTIMA, COM    *
      *                    AS DATAS ANTES/DEPOIS, A DATA/HORA DO       *
      *                    EVENTO, A ORIGEM (MOVIMENTO/EXTRACAO) E,    *
      *                    NAS ALTERACOES POR MOVIMENTO, QUEM          *
      *                    SOLICITOU E QUEM APROVOU.                   *
      *                    A MATRICULA CHEGA PELO PARM. E A LISTAGEM   *
      *                    QUE A AUDITORIA PEDE NAS REVISOES DE        *
      *                    CONFORMIDADE - ANTES RECONSTRUIDA A MAO     *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQHST01                                  HST01104
      *      ARQREL01                                  (RELATORIO)
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
      *                               (ARQCTL01, DATA DE NEGOCIO IGUAL *
      *                               A DATA ATUAL) E A LINHA DO LOG   *
      *                               DE EXECUCAO (ARQEXC01, EXC01103),*
      *                               GRAVADA TAMBEM NO CANCELAMENTO   *
      *                               POR PARM INVALIDO.               *
      *     15/10/2026 ARI BORGES     INCLUIDAS NA LISTAGEM AS COLUNAS *
      *                               DO USUARIO SOLICITANTE E DO      *
      *                               APROVADOR DE CADA RENOVACAO      *
      *                               (ARQHST01, AGORA LRECL 136).     *
      *================================================================*
      *                                                                *
      *================================================================*
      *
           SELECT ARQREL01 ASSIGN       TO UT-S-ARQREL01
                      FILE STATUS      IS WRK-FS-ARQREL01.
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
      *               CONTROLE, INDEXADO POR MATRICULA + SEQUENCIA,   *
      *               GRAVADO PELO EXER0103 (CONFERENCIA DE           *
      *               MOVIMENTACAO) E PELO EXER0104 (ALTERACOES       *
      *               APLICADAS). ORG. INDEXADA  -  LRECL = 136       *
      *---------------------------------------------------------------*

       FD  ARQHST01
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREL01             PIC X(133).

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
       WORKING-STORAGE                 SECTION.
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
      *    LINHAS DA LISTAGEM DA CRONOLOGIA (ARQREL01) - LRECL = 133,  *
          05 FILLER                PIC  X(013) VALUE 'DATA DEPOIS '.
          05 FILLER                PIC  X(012) VALUE 'DATA EVENTO'.
          05 FILLER                PIC  X(010) VALUE 'HORA     '.
          05 FILLER                PIC  X(012) VALUE 'ORIGEM   '.
          05 FILLER                PIC  X(010) VALUE 'SOLICIT.'.
          05 FILLER                PIC  X(010) VALUE 'APROVADOR'.
          05 FILLER                PIC  X(046) VALUE SPACES.

       01 WRK-CRN-DETALHE.
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-CRN-DET-HRA-EVT   PIC  X(008).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-CRN-DET-ORIGEM    PIC  X(010).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-CRN-DET-SOLIC     PIC  X(008).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-CRN-DET-APROV     PIC  X(008).
          05 FILLER                PIC  X(048) VALUE SPACES.

       01 WRK-CRN-TOTAL.
          05 FILLER                PIC  X(001) VALUE '0'.
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQHST01      VALUE 'HST01114'.
          88 WRK-CN-ARQREL01      VALUE 'REL01116'.
          88 WRK-CN-ARQCTL01      VALUE 'CTL01113'.
          88 WRK-CN-ARQEXC01      VALUE 'EXC01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
       01 WRK-FS-ARQREL01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-REL01-OK                  VALUE '00'.
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
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY EXC01103.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0106 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-INI
                                              WRK-DAT-NEGOCIO
           MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-HRA-INI
      *
           IF WRK-PARM-LEN NOT GREATER ZERO
           OR WRK-PARM-NR-MATR NOT NUMERIC
              DISPLAY '* CONSULTA EXIGE A MATRICULA NO PARM           *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
              DISPLAY '************************************************'
              MOVE 12 TO WRK-RC-FINAL
              PERFORM 9860-GRAVAR-LOG-EXECUCAO
              MOVE WRK-RC-FINAL TO RETURN-CODE
              STOP RUN
           END-IF
      *
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
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
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: ABRE O HISTORICO E A
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 0700-CONTROLAR-DEPENDENCIA

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT  ARQHST01
      *    ROTINA DE IMPRESSAO DE 1 LINHA DA CRONOLOGIA, COM A DATA E
      *    A HORA DO EVENTO EDITADAS (DD/MM/AAAA E HH:MM:SS) E A
      *    ORIGEM POR EXTENSO (MOVIMENTO = EXER0104, EXTRACAO =
      *    CONFERENCIA DE MOVIMENTACAO DO EXER0103), SEGUIDA DO
      *    SOLICITANTE E DO APROVADOR (EM BRANCO NA EXTRACAO E NOS
      *    REGISTROS ANTERIORES AO CONTROLE DE APROVACAO).
      *----------------------------------------------------------------*
       3100-IMPRIMIR-LINHA SECTION.
      *----------------------------------------------------------------*
              END-IF
           END-IF

           MOVE ARQHST01-ID-SOLICITANTE TO WRK-CRN-DET-SOLIC
           MOVE ARQHST01-ID-APROVADOR   TO WRK-CRN-DET-APROV

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQREL01      TO TRUE

       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DO LOG ESTRUTURADO DE EXECUCAO
      *    (ARQEXC01, EXTEND, BOOK EXC01103): 1 LINHA POR EXECUCAO COM
      *    PROGRAMA, PARM RECEBIDO, INICIO/FIM, RETURN-CODE FINAL E
      *    CONTADORES, COMO NO EXER0103. FALHA AQUI NAO ALTERA O
      *    RETURN-CODE - FICA SO O AVISO.
      *    CONTADORES: LIDOS = RENOVACOES LIDAS DA MATRICULA, SAI01 =
      *    LINHAS GRAVADAS NA LISTAGEM.
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
              MOVE WRK-PARM-DADOS  TO ARQEXC01-PARM
           ELSE
              MOVE SPACES          TO ARQEXC01-PARM
           END-IF

           MOVE WRK-RC-FINAL       TO ARQEXC01-RC
           MOVE ACU-LIDOS-ARQHST01 TO ARQEXC01-QTD-LIDOS
           MOVE ACU-GRAVA-ARQREL01 TO ARQEXC01-QTD-SAI01
           MOVE ZEROS              TO ARQEXC01-QTD-SAI02
           MOVE ZEROS              TO ARQEXC01-QTD-SAI03
           MOVE ZEROS              TO ARQEXC01-QTD-REJ01
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
      *    MESMA ESCADA DO EXER0103: 0 = LIMPO, 4 = MATRICULA SEM
      *    HISTORICO DE RENOVACAO, 12 = ABORTO POR ERRO DE ARQUIVO.
           DISPLAY '* EXER0106 - FIM DO PROGRAMA.                      '
           DISPLAY '***************************************************'

           PERFORM 9870-REGISTRAR-FIM-CONTROLE

           PERFORM 9860-GRAVAR-LOG-EXECUCAO

           MOVE WRK-RC-FINAL TO RETURN-CODE

           STOP RUN.
