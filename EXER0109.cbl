      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCAD01                                  CAD01103
      *      ARQBKP01                                  (BACKUP)
      *      ARQCTL01                                  CTL01103
      *      ARQLIB01                                  LIB01103
      *      ARQEXC01                                  EXC01103
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *----------------------------------------------------------------*
      *    MANUTENCOES.:                                               *
      *     DATA       AUTOR          DESCRICAO                        *
      *     15/10/2026 ARI BORGES     INCLUIDO O CONTROLE DE EXECUCAO  *
      *                               DA ESTEIRA NOTURNA (ARQCTL01): A *
      *                               DESCARGA ('U') SO RODA SE O      *
      *                               EXER0104 TIVER TERMINADO LIMPO   *
      *                               NA MESMA DATA DE NEGOCIO (PARM   *
      *                               MODO + AAAAMMDD OPCIONAL, DEFAULT*
      *                               DATA ATUAL), SALVO CARTAO DE     *
      *                               LIBERACAO DO OPERADOR (ARQLIB01);*
      *                               SEM ELE A EXECUCAO E RECUSADA    *
      *                               COM RETURN-CODE 20. A RECARGA    *
      *                               ('R') E RECUPERACAO FORA DA      *
      *                               ESTEIRA E NAO USA O CONTROLE.    *
      *                               INCLUIDA A LINHA DO LOG DE       *
      *                               EXECUCAO (ARQEXC01, EXC01103)    *
      *                               NOS DOIS MODOS.                  *
      *     15/10/2026 ARI BORGES     DATA DE NEGOCIO INCOMPLETA NO    *
      *                               PARM (MENOS DE 8 POSICOES) E     *
      *                               TRATADA COMO DATA INVALIDA E     *
      *                               CANCELA COM RETURN-CODE 16.      *
      *================================================================*
      *                                                                *
      *================================================================*
      *
           SELECT ARQBKP01 ASSIGN       TO UT-S-ARQBKP01
                      FILE STATUS      IS WRK-FS-ARQBKP01.
      *
           SELECT ARQCTL01 ASSIGN       TO UT-S-ARQCTL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQCTL01-PROGRAMA
                      FILE STATUS      IS WRK-FS-ARQCTL01.
      *
           SELECT ARQLIB01 ASSIGN       TO UT-S-ARQLIB01
                      FILE STATUS      IS WRK-FS-ARQLIB01.
      *
           SELECT ARQEXC01 ASSIGN       TO UT-S-ARQEXC01
                      FILE STATUS      IS WRK-FS-ARQEXC01.
      *
      *================================================================*
       DATA                            DIVISION.
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQBKP01             PIC X(175).

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
      *   INPUT:      CARTOES DE LIBERACAO DO OPERADOR, LIDOS SO      *
      *               QUANDO O PREDECESSOR ESTA PENDENTE (DD DUMMY    *
      *               SEM LIBERACAO).                                 *
      *               ORG. SEQUENCIAL    -   LRECL = 080              *
      *---------------------------------------------------------------*

       FD  ARQLIB01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY LIB01103.

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
       77 WRK-MAX-DIA-CALC        PIC  9(002) COMP VALUE ZEROS.
       77 WRK-LEAP-QUOCIENTE      PIC  9(006) VALUE ZEROS.
       77 WRK-LEAP-RESTO-4        PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-100      PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-400      PIC  9(003) VALUE ZEROS.
       77 WRK-SW-DATA-CTRL        PIC  X(001) VALUE SPACES.
          88 WRK-DATA-OK                      VALUE 'S'.
          88 WRK-DATA-NOK                     VALUE 'N'.
       77 WRK-DAT-INI             PIC  9(008) VALUE ZEROS.
       77 WRK-HRA-INI             PIC  9(006) VALUE ZEROS.
       77 WRK-DAT-NEGOCIO         PIC  9(008) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DE EXECUCAO DA ESTEIRA NOTURNA (ARQCTL01)          *
      *----------------------------------------------------------------*
       77 WRK-CTL-PREDECESSOR     PIC  X(008) VALUE 'EXER0104'.
       77 WRK-CTL-SITUACAO        PIC  X(001) VALUE SPACES.
          88 WRK-CTL-EXECUTANDO               VALUE 'I'.
          88 WRK-CTL-CONCLUIDO                VALUE 'F'.
          88 WRK-CTL-CANCELADO                VALUE 'C'.
          88 WRK-CTL-RECUSADO                 VALUE 'R'.
       77 WRK-CTL-IND-LIBERACAO   PIC  X(001) VALUE 'N'.
          88 WRK-CTL-LIBERADO                 VALUE 'S'.
       77 WRK-CTL-USU-LIBERACAO   PIC  X(008) VALUE SPACES.
       77 WRK-SW-CTL-PREDEC       PIC  X(001) VALUE 'S'.
          88 WRK-CTL-PREDEC-OK                VALUE 'S'.
          88 WRK-CTL-PREDEC-PENDENTE          VALUE 'N'.
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
      *    REGISTROS HEADER E TRAILER DO BACKUP (ARQBKP01), AMBOS      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCAD01      VALUE 'CAD01113'.
          88 WRK-CN-ARQBKP01      VALUE 'BKP01119'.
          88 WRK-CN-ARQCTL01      VALUE 'CTL01113'.
          88 WRK-CN-ARQLIB01      VALUE 'LIB01113'.
          88 WRK-CN-ARQEXC01      VALUE 'EXC01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
       01 WRK-FS-ARQBKP01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-BKP01-OK                  VALUE '00'.
          88 WRK-FS-BKP01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQCTL01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CTL01-OK                  VALUE '00'.
          88 WRK-FS-CTL01-NAOACHOU            VALUE '23'.
          88 WRK-FS-CTL01-INEXISTE            VALUE '35'.
      *
       01 WRK-FS-ARQLIB01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-LIB01-OK                  VALUE '00'.
          88 WRK-FS-LIB01-FIM                 VALUE '10'.
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
             'EXER0109 - FIM DA AREA DE WORKING'.
      *    AREA DO PARM DE EXECUCAO (JCL EXEC PARM=): O MODO DE        *
      *    OPERACAO - 'U' DESCARGA O CADASTRO PARA O BACKUP, 'R'       *
      *    RECONSTROI O CADASTRO A PARTIR DO BACKUP. PARM AUSENTE OU   *
      *    MODO DESCONHECIDO CANCELA A EXECUCAO. NA DESCARGA, O MODO   *
      *    PODE VIR SEGUIDO DA DATA DE NEGOCIO (AAAAMMDD) DO CONTROLE  *
      *    DA ESTEIRA; SEM ELA VALE A DATA ATUAL.                      *
      *----------------------------------------------------------------*
       01 WRK-JCL-PARM.
          05 WRK-PARM-LEN            PIC  S9(004) COMP.
             10 WRK-PARM-MODO        PIC  X(001).
                88 WRK-PARM-MODO-DESCARGA    VALUE 'U'.
                88 WRK-PARM-MODO-RECARGA     VALUE 'R'.
             10 WRK-PARM-DAT-NEGOCIO PIC  X(008).
      *
      *================================================================*
       PROCEDURE                       DIVISION USING WRK-JCL-PARM.
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-INI
           MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-HRA-INI
      *
           IF WRK-PARM-LEN NOT GREATER ZERO
           OR (NOT WRK-PARM-MODO-DESCARGA
              DISPLAY '* U (DESCARGA) OU R (RECARGA)                  *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
              DISPLAY '************************************************'
              MOVE 16 TO WRK-RC-FINAL
              PERFORM 9860-GRAVAR-LOG-EXECUCAO
              MOVE WRK-RC-FINAL TO RETURN-CODE
              STOP RUN
           END-IF
      *
           IF WRK-PARM-MODO-DESCARGA
              PERFORM 0500-DEFINIR-DATA-NEGOCIO
              PERFORM 2000-DESCARREGAR-CADASTRO
           ELSE
              PERFORM 5000-RECARREGAR-CADASTRO
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------
      *    ROTINA DE DEFINICAO DA DATA DE NEGOCIO DA EXECUCAO, USADA
      *    NO CONTROLE DA ESTEIRA (ARQCTL01) PELA DESCARGA: A DO PARM
      *    QUANDO INFORMADA APOS O MODO (AAAAMMDD, CONFERIDA NO
      *    CALENDARIO), SENAO A DATA ATUAL. DATA INVALIDA NO PARM
      *    CANCELA COM RETURN-CODE 16 - NENHUM ARQUIVO DO LOTE FOI
      *    ABERTO AINDA.
      *----------------------------------------------------------------*
       0500-DEFINIR-DATA-NEGOCIO SECTION.
      *----------------------------------------------------------------*
           IF WRK-PARM-LEN NOT LESS 9
           AND WRK-PARM-DAT-NEGOCIO NOT EQUAL SPACES
              MOVE WRK-PARM-DAT-NEGOCIO TO WRK-DATA-CONTR-INV
              PERFORM 3805-VALIDAR-DATA-CONTROLE

              IF WRK-DATA-OK
                 MOVE WRK-DATA-CONTR-INV-NUM TO WRK-DAT-NEGOCIO
              ELSE
                 PERFORM 0590-ERRO-DATA-NEGOCIO
              END-IF
           ELSE
              IF WRK-PARM-LEN GREATER 1
              AND WRK-PARM-LEN LESS 9
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
           IF WRK-PARM-LEN LESS 9
              DISPLAY '* DATA INFORMADA: '
                      WRK-PARM-DAT-NEGOCIO(1:WRK-PARM-LEN - 1)
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
      *    ROTINA DE CONTROLE DE DEPENDENCIA DA ESTEIRA NOTURNA
      *    (ARQCTL01), EXECUTADA ANTES DE ABRIR QUALQUER ARQUIVO DO
      *    LOTE: O PREDECESSOR (WRK-CTL-PREDECESSOR) PRECISA TER
      *    TERMINADO LIMPO ('F') NA MESMA DATA DE NEGOCIO. PREDECESSOR
      *    PENDENTE SO E RELEVADO COM CARTAO DE LIBERACAO DO OPERADOR
      *    (ARQLIB01); SEM ELE A EXECUCAO E RECUSADA COM RETURN-CODE
      *    20 (0780). LIBERADO, O PROGRAMA SE REGISTRA EM EXECUCAO
      *    ('I') - O REGISTRO DO FIM ('F'/'C') E FEITO EM 9870.
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

           PERFORM 0710-VERIFICAR-PREDECESSOR

           IF WRK-CTL-PREDEC-PENDENTE
              PERFORM 0720-LER-CARTOES-LIBERACAO

              IF NOT WRK-CTL-LIBERADO
                 PERFORM 0780-RECUSAR-EXECUCAO
              END-IF
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
      *    ROTINA DE CONFERENCIA DO PREDECESSOR NO CONTROLE DE
      *    EXECUCAO: PENDENTE QUANDO NAO TEM REGISTRO, QUANDO A ULTIMA
      *    EXECUCAO FOI DE OUTRA DATA DE NEGOCIO OU QUANDO NAO TERMINOU
      *    LIMPO (AINDA EM EXECUCAO, CANCELADO OU RECUSADO).
      *----------------------------------------------------------------*
       0710-VERIFICAR-PREDECESSOR SECTION.
      *----------------------------------------------------------------*
           SET WRK-CTL-PREDEC-OK          TO TRUE

           MOVE WRK-CTL-PREDECESSOR       TO ARQCTL01-PROGRAMA

           READ ARQCTL01
              INVALID KEY
                 SET WRK-CTL-PREDEC-PENDENTE TO TRUE
                 DISPLAY '* PREDECESSOR ' WRK-CTL-PREDECESSOR
                         ' SEM REGISTRO NO CONTROLE DE EXECUCAO'
              NOT INVALID KEY
                 IF ARQCTL01-DAT-NEGOCIO NOT EQUAL WRK-DAT-NEGOCIO
                 OR NOT ARQCTL01-SIT-CONCLUIDO
                    SET WRK-CTL-PREDEC-PENDENTE TO TRUE
                    DISPLAY '* PREDECESSOR ' WRK-CTL-PREDECESSOR
                            ' PENDENTE - DATA ' ARQCTL01-DAT-NEGOCIO
                            ' SITUACAO ' ARQCTL01-SITUACAO
                            ' RC ' ARQCTL01-RC
                 END-IF
           END-READ

           IF NOT WRK-FS-CTL01-OK
           AND NOT WRK-FS-CTL01-NAOACHOU
              PERFORM 0790-ERRO-CONTROLE
           END-IF
           .
      *----------------------------------------------------------------*
       0710-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DOS CARTOES DE LIBERACAO DO OPERADOR
      *    (ARQLIB01): VALE O PRIMEIRO CARTAO DESTE PROGRAMA, PARA A
      *    DATA DE NEGOCIO DA EXECUCAO E COM O USUARIO INFORMADO.
      *    ARQUIVO AUSENTE OU VAZIO (DD DUMMY) EQUIVALE A NAO LIBERADO.
      *----------------------------------------------------------------*
       0720-LER-CARTOES-LIBERACAO SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT ARQLIB01

           IF WRK-FS-LIB01-OK
              PERFORM 0721-LER-CARTAO-LIBERACAO
                 UNTIL NOT WRK-FS-LIB01-OK
                 OR WRK-CTL-LIBERADO

              CLOSE ARQLIB01
           ELSE
              DISPLAY '* ARQLIB01 NAO DISPONIVEL - FILE STATUS: '
                      WRK-FS-ARQLIB01
           END-IF
           .
      *----------------------------------------------------------------*
       0720-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA E CONFERENCIA DE 1 CARTAO DE LIBERACAO
      *----------------------------------------------------------------*
       0721-LER-CARTAO-LIBERACAO SECTION.
      *----------------------------------------------------------------*
           READ ARQLIB01

           IF WRK-FS-LIB01-OK
              IF ARQLIB01-PROGRAMA EQUAL WRK-PROGRAMA
              AND ARQLIB01-DAT-NEGOCIO NUMERIC
              AND ARQLIB01-DAT-NEGOCIO EQUAL WRK-DAT-NEGOCIO
              AND ARQLIB01-USUARIO NOT EQUAL SPACES
                 SET WRK-CTL-LIBERADO      TO TRUE
                 MOVE ARQLIB01-USUARIO     TO WRK-CTL-USU-LIBERACAO
                 DISPLAY '* EXECUCAO LIBERADA PELO OPERADOR '
                         ARQLIB01-USUARIO
                 DISPLAY '* MOTIVO: ' ARQLIB01-MOTIVO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       0721-99-FIM.
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

           IF WRK-CTL-LIBERADO
              MOVE 'S'                    TO ARQCTL01-IND-LIBERACAO
           ELSE
              MOVE 'N'                    TO ARQCTL01-IND-LIBERACAO
           END-IF

           MOVE WRK-CTL-USU-LIBERACAO     TO ARQCTL01-USU-LIBERACAO

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
      *    ROTINA DE RECUSA DA EXECUCAO POR PREDECESSOR PENDENTE SEM
      *    CARTAO DE LIBERACAO: REGISTRA A RECUSA ('R') NO CONTROLE,
      *    GRAVA A LINHA DE ARQEXC01 E ENCERRA COM RETURN-CODE 20 -
      *    NENHUM ARQUIVO DO LOTE FOI ABERTO, NADA A DESFAZER. O
      *    REGISTRO 'R' TAMBEM SEGURA O SUCESSOR DESTE PROGRAMA.
      *----------------------------------------------------------------*
       0780-RECUSAR-EXECUCAO SECTION.
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*  EXECUCAO RECUSADA - PREDECESSOR PENDENTE    *'
           DISPLAY '* PREDECESSOR.....: ' WRK-CTL-PREDECESSOR
           DISPLAY '* DATA DE NEGOCIO.: ' WRK-DAT-NEGOCIO
           DISPLAY '* SEM CARTAO DE LIBERACAO VALIDO EM ARQLIB01   *'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 20 TO WRK-RC-FINAL

           SET WRK-CTL-RECUSADO TO TRUE

           PERFORM 0740-GRAVAR-CONTROLE

           CLOSE ARQCTL01

           PERFORM 9860-GRAVAR-LOG-EXECUCAO

           MOVE WRK-RC-FINAL TO RETURN-CODE

           STOP RUN.
      *----------------------------------------------------------------*
       0780-99-FIM.
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
      *    ROTINA DE DESCARGA (MODO 'U'): LE O CADASTRO INDEXADO
      *----------------------------------------------------------------*
       2000-DESCARREGAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
           PERFORM 0700-CONTROLAR-DEPENDENCIA

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT  ARQCAD01
       2020-99-FIM.
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
      *    ROTINA DE RECARGA (MODO 'R'): VALIDA O HEADER DO BACKUP
      *    ESCOLHIDO, RECONSTROI O CADASTRO INDEXADO REGISTRO A
      *    REGISTRO E CONFERE O TRAILER CONTRA OS DETALHES LIDOS.
       9150-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DO LOG ESTRUTURADO DE EXECUCAO
      *    (ARQEXC01, EXTEND, BOOK EXC01103): 1 LINHA POR EXECUCAO COM
      *    PROGRAMA, PARM RECEBIDO, INICIO/FIM, RETURN-CODE FINAL E
      *    CONTADORES, COMO NO EXER0103. FALHA AQUI NAO ALTERA O
      *    RETURN-CODE - FICA SO O AVISO.
      *    CONTADORES NA DESCARGA: LIDOS = CADASTRO LIDO, SAI01 =
      *    BACKUP GRAVADO; NA RECARGA: LIDOS = BACKUP LIDO, SAI01 =
      *    CADASTRO GRAVADO, REJ01 = CHAVES DUPLICADAS.
      *----------------------------------------------------------------*
       9860-GRAVAR-LOG-EXECUCAO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PROGRAMA       TO ARQEXC01-PROGRAMA
           MOVE WRK-DAT-INI        TO ARQEXC01-DAT-INI
           MOVE WRK-HRA-INI        TO ARQEXC01-HRA-INI
           MOVE FUNCTION CURRENT-DATE(1:8) TO ARQEXC01-DAT-FIM
           MOVE FUNCTION CURRENT-DATE(9:6) TO ARQEXC01-HRA-FIM

           IF WRK-PARM-LEN GREATER ZERO
              MOVE WRK-PARM-MODO   TO ARQEXC01-MODO

              IF WRK-PARM-LEN GREATER 1
                 IF WRK-PARM-LEN LESS 9
                    MOVE WRK-PARM-DADOS(1:WRK-PARM-LEN)
                                   TO ARQEXC01-PARM
                 ELSE
                    MOVE WRK-PARM-DADOS TO ARQEXC01-PARM
                 END-IF
              ELSE
                 MOVE WRK-PARM-MODO  TO ARQEXC01-PARM
              END-IF
           ELSE
              MOVE 'B'             TO ARQEXC01-MODO
              MOVE SPACES          TO ARQEXC01-PARM
           END-IF

           MOVE WRK-RC-FINAL       TO ARQEXC01-RC
           MOVE ZEROS              TO ARQEXC01-QTD-SAI02
                                      ARQEXC01-QTD-SAI03
                                      ARQEXC01-QTD-NOT01

           IF WRK-PARM-MODO-RECARGA
              MOVE ACU-LIDOS-ARQBKP01 TO ARQEXC01-QTD-LIDOS
              MOVE ACU-GRAVA-ARQCAD01 TO ARQEXC01-QTD-SAI01
              MOVE ACU-DUP-CADASTRO   TO ARQEXC01-QTD-REJ01
           ELSE
              MOVE ACU-LIDOS-ARQCAD01 TO ARQEXC01-QTD-LIDOS
              MOVE ACU-GRAVA-ARQBKP01 TO ARQEXC01-QTD-SAI01
              MOVE ZEROS              TO ARQEXC01-QTD-REJ01
           END-IF

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
      *    MESMA ESCADA DO EXER0103: 0 = LIMPO, 4 = RECARGA CONCLUIDA
      *    COM CHAVES DUPLICADAS APONTADAS, 12 = ABORTO POR ERRO DE
              END-IF
           END-IF

           PERFORM 9870-REGISTRAR-FIM-CONTROLE

           PERFORM 9860-GRAVAR-LOG-EXECUCAO

           MOVE WRK-RC-FINAL TO RETURN-CODE

           STOP RUN.
