      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0112.
       AUTHOR.     ARI BORGES.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0112
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONCILIACAO DO RETORNO DO SISTEMA DE        *
      *                    NOTIFICACAO DE RH (ARQRRH01) COM O ESTADO   *
      *                    DE NOTIFICACAO (ARQNST01). CADA RETORNO     *
      *                    GRAVA NO ESTADO DA MATRICULA O NUMERO E A   *
      *                    SITUACAO DO CHAMADO ABERTO PELO RH. O       *
      *                    RELATORIO DE EXCECOES (ARQRRX01) APONTA:    *
      *                    RETORNO DE MATRICULA NUNCA NOTIFICADA;      *
      *                    CHAMADO FECHADO COM O FUNCIONARIO AINDA     *
      *                    VENCIDO NO CADASTRO (ARQCAD01); RETORNO     *
      *                    RECEBIDO DEPOIS DO PRAZO DE N DIAS DO PARM; *
      *                    NOTIFICACAO ATIVA SEM RETORNO DO RH HA MAIS *
      *                    DE N DIAS; E RETORNO COM CONTEUDO INVALIDO. *
      *                    O PRAZO E CONTADO DO INICIO DO CICLO DE     *
      *                    NOTIFICACAO (EVENTO NOVO), NAO DA ULTIMA    *
      *                    MUDANCA OU REALERTA, E SO O PRIMEIRO        *
      *                    RETORNO DO CICLO (O QUE ABRE O CHAMADO) E   *
      *                    CONFERIDO CONTRA ELE.                       *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQRRH01                                  RRH01112
      *      ARQNST01                                  NST01103
      *      ARQCAD01                                  CAD01103
      *      ARQRRX01                                  (RELAT.EXCECOES)
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
           SELECT ARQRRH01 ASSIGN       TO UT-S-ARQRRH01
                      FILE STATUS      IS WRK-FS-ARQRRH01.
      *
           SELECT ARQNST01 ASSIGN       TO UT-S-ARQNST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQNST01-NR-MATR
                      FILE STATUS      IS WRK-FS-ARQNST01.
      *
           SELECT ARQCAD01 ASSIGN       TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQCAD01-NR-MATR
                      FILE STATUS      IS WRK-FS-ARQCAD01.
      *
           SELECT ARQRRX01 ASSIGN       TO UT-S-ARQRRX01
                      FILE STATUS      IS WRK-FS-ARQRRX01.
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
      *   INPUT:     RETORNO DO SISTEMA DE NOTIFICACAO DE RH - 1      *
      *               LINHA POR EVENTO RECONHECIDO, COM O CHAMADO.    *
      *               ORG. SEQUENCIAL   -   LRECL = 50                *
      *---------------------------------------------------------------*

       FD  ARQRRH01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRRH01             PIC X(50).

      *---------------------------------------------------------------*
      *   I-O:       ESTADO DE NOTIFICACAO POR MATRICULA, MANTIDO     *
      *               PELO EXER0103. AQUI E LIDO PELA MATRICULA DO    *
      *               RETORNO PARA GRAVAR O CHAMADO DO RH E, NO FIM,  *
      *               VARRIDO POR INTEIRO ATRAS DAS NOTIFICACOES SEM  *
      *               RETORNO.                                        *
      *               ORG. INDEXADA      -   LRECL = 158              *
      *---------------------------------------------------------------*

       FD  ARQNST01
           LABEL RECORD   IS STANDARD.
           COPY NST01103.

      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO INDEXADO COMPANHEIRO DA EXTRACAO, LIDO  *
      *               PELA MATRICULA PARA CONFERIR SE O FUNCIONARIO   *
      *               DO CHAMADO FECHADO AINDA ESTA VENCIDO.          *
      *               ORG. INDEXADA   -   LRECL = 175                 *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD01103.

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DE EXCECOES DO RETORNO DO RH.          *
      *               ORG. SEQUENCIAL   -   LRECL = 133 (1A POSICAO   *
      *               E O CARACTERE DE CONTROLE DE FORMULARIO - ASA). *
      *---------------------------------------------------------------*

       FD  ARQRRX01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQRRX01             PIC X(133).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0112 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0112'.
       77 ACU-LIDOS-ARQRRH01      PIC  9(007) VALUE ZEROS.
       77 ACU-ATUALIZADOS-NST01   PIC  9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQNST01      PIC  9(007) VALUE ZEROS.
       77 ACU-EXC-INVALIDO        PIC  9(007) VALUE ZEROS.
       77 ACU-EXC-SEM-NOTIF       PIC  9(007) VALUE ZEROS.
       77 ACU-EXC-FECHADO-VENC    PIC  9(007) VALUE ZEROS.
       77 ACU-EXC-FORA-PRAZO      PIC  9(007) VALUE ZEROS.
       77 ACU-EXC-SEM-RETORNO     PIC  9(007) VALUE ZEROS.
       77 WRK-DATA-BASE           PIC  9(008) VALUE ZEROS.
       77 WRK-DIAS-PRAZO          PIC  9(003) VALUE 5.
       77 WRK-DIAS-INT-BASE       PIC  9(009) COMP VALUE ZEROS.
       77 WRK-DIAS-DECORRIDOS     PIC S9(009) COMP VALUE ZEROS.
       77 WRK-RRX-PAGINA          PIC  9(003) COMP VALUE ZEROS.
       77 WRK-RRX-LINHAS          PIC  9(003) COMP VALUE ZEROS.
       77 WRK-MAX-DIA-CALC        PIC  9(002) COMP VALUE ZEROS.
       77 WRK-LEAP-QUOCIENTE      PIC  9(006) VALUE ZEROS.
       77 WRK-LEAP-RESTO-4        PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-100      PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-400      PIC  9(003) VALUE ZEROS.
       77 WRK-SW-DATA-CTRL        PIC  X(001) VALUE SPACES.
          88 WRK-DATA-OK                      VALUE 'S'.
          88 WRK-DATA-NOK                     VALUE 'N'.
       77 WRK-SW-CHAMADO-ANT      PIC  X(001) VALUE SPACES.
          88 WRK-SEM-CHAMADO-ANTES            VALUE 'S'.
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
      *    LINHAS DO RELATORIO DE EXCECOES (ARQRRX01) - LRECL 133,     *
      *    1A POSICAO = CARACTERE DE CONTROLE DE FORMULARIO (ASA)      *
      *----------------------------------------------------------------*
       01 WRK-RRX-CABEC1.
          05 FILLER                PIC  X(001) VALUE '1'.
          05 FILLER                PIC  X(009) VALUE 'EXER0112 '.
          05 FILLER                PIC  X(045) VALUE
                'EXCECOES DO RETORNO DE CHAMADOS DO RH'.
          05 FILLER                PIC  X(011) VALUE 'DATA BASE: '.
          05 WRK-RRX-CAB-DATA      PIC  9(008).
          05 FILLER                PIC  X(004) VALUE SPACES.
          05 FILLER                PIC  X(007) VALUE 'PRAZO: '.
          05 WRK-RRX-CAB-PRAZO     PIC  ZZ9.
          05 FILLER                PIC  X(005) VALUE ' DIAS'.
          05 FILLER                PIC  X(010) VALUE SPACES.
          05 FILLER                PIC  X(008) VALUE 'PAGINA: '.
          05 WRK-RRX-CAB-PAGINA    PIC  ZZ9.
          05 FILLER                PIC  X(019) VALUE SPACES.

       01 WRK-RRX-CABEC2.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(040) VALUE
                'MATRICULA NOME DO FUNCIONARIO'.
          05 FILLER                PIC  X(036) VALUE
                'EVENTO     CHAMADO      S INI.CICL'.
          05 FILLER                PIC  X(050) VALUE
                'RETORNO  OCORRENCIA'.
          05 FILLER                PIC  X(006) VALUE SPACES.

       01 WRK-RRX-DETALHE.
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-RRX-DET-MATR      PIC  9(008).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-RRX-DET-NOME      PIC  X(030).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-RRX-DET-EVENTO    PIC  X(010).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-RRX-DET-CHAMADO   PIC  X(012).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-RRX-DET-STA       PIC  X(001).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-RRX-DET-DAT-CICLO PIC  X(008).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-RRX-DET-DAT-RET   PIC  X(008).
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-RRX-DET-MOTIVO    PIC  X(045).
          05 FILLER                PIC  X(002) VALUE SPACES.

       01 WRK-RRX-TOTAL.
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-RRX-TOT-DESCR     PIC  X(045).
          05 WRK-RRX-TOT-QTDE      PIC  Z.ZZZ.ZZ9.
          05 FILLER                PIC  X(078) VALUE SPACES.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQRRH01      VALUE 'RRH01112'.
          88 WRK-CN-ARQNST01      VALUE 'NST01113'.
          88 WRK-CN-ARQCAD01      VALUE 'CAD01113'.
          88 WRK-CN-ARQRRX01      VALUE 'RRX01112'.

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
       01 WRK-FS-ARQRRH01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-RRH01-OK                  VALUE '00'.
          88 WRK-FS-RRH01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQNST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-NST01-OK                  VALUE '00'.
          88 WRK-FS-NST01-FIM                 VALUE '10'.
          88 WRK-FS-NST01-NAOACHOU            VALUE '23'.
      *
       01 WRK-FS-ARQCAD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CAD01-OK                  VALUE '00'.
          88 WRK-FS-CAD01-NAOACHOU            VALUE '23'.
      *
       01 WRK-FS-ARQRRX01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-RRX01-OK                  VALUE '00'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA

           COPY RRH01112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0112 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       LINKAGE                         SECTION.
      *================================================================*
      *----------------------------------------------------------------*
      *    AREA DO PARM DE EXECUCAO (JCL EXEC PARM=): DATA BASE        *
      *    (AAAAMMDD) E PRAZO EM DIAS PARA O RETORNO DO RH (999).      *
      *    DATA BASE AUSENTE ASSUME A DATA ATUAL; PRAZO AUSENTE OU     *
      *    ZERO ASSUME 5 DIAS. DATA OU PRAZO INVALIDO CANCELA.         *
      *----------------------------------------------------------------*
       01 WRK-JCL-PARM.
          05 WRK-PARM-LEN            PIC  S9(004) COMP.
          05 WRK-PARM-DADOS.
             10 WRK-PARM-DATA-BASE   PIC  9(008).
             10 WRK-PARM-DIAS-PRAZO  PIC  9(003).
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FS-RRH01-FIM
      *
           PERFORM 4000-VARRER-SEM-RETORNO
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
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: VALIDA O PARM, ABRE OS
      *    ARQUIVOS, IMPRIME O CABECALHO E LE O PRIMEIRO RETORNO
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

           IF WRK-PARM-LEN NOT LESS 11
              IF WRK-PARM-DIAS-PRAZO NOT NUMERIC
                 DISPLAY '* PRAZO DE RETORNO INVALIDO NO PARM: '
                         WRK-PARM-DIAS-PRAZO ' *'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WRK-PARM-DIAS-PRAZO GREATER ZERO
                 MOVE WRK-PARM-DIAS-PRAZO TO WRK-DIAS-PRAZO
              END-IF
           END-IF

           COMPUTE WRK-DIAS-INT-BASE =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT  ARQRRH01
                I-O    ARQNST01
                INPUT  ARQCAD01
                OUTPUT ARQRRX01
      *
           IF WRK-FS-RRH01-OK
           AND WRK-FS-NST01-OK
           AND WRK-FS-CAD01-OK
           AND WRK-FS-RRX01-OK
              CONTINUE
           ELSE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 7010-IMPRIMIR-CABECALHO

           PERFORM 2000-LER-RETORNO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 REGISTRO DO RETORNO DO RH
      *----------------------------------------------------------------*
       2000-LER-RETORNO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQRRH01          TO TRUE

           READ ARQRRH01 INTO ARQRRH01-REG-RETORNO.

           IF WRK-FS-RRH01-OK
              ADD 1 TO ACU-LIDOS-ARQRRH01
           ELSE
              IF NOT WRK-FS-RRH01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO DE 1 RETORNO: VALIDA O CONTEUDO,
      *    LOCALIZA O ESTADO DE NOTIFICACAO DA MATRICULA E GRAVA NELE O
      *    CHAMADO. SEM ESTADO = MATRICULA NUNCA NOTIFICADA. COM
      *    ESTADO, CONFERE O PRAZO DO RETORNO E, SE O CHAMADO VEIO
      *    FECHADO, SE O FUNCIONARIO AINDA ESTA VENCIDO NO CADASTRO.
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3010-VALIDAR-RETORNO

           IF WRK-DATA-NOK
              ADD 1 TO ACU-EXC-INVALIDO
              MOVE SPACES TO WRK-RRX-DET-NOME
                             WRK-RRX-DET-DAT-CICLO
              MOVE 'RETORNO COM CONTEUDO INVALIDO'
                TO WRK-RRX-DET-MOTIVO
              PERFORM 7000-GRAVAR-EXCECAO-RETORNO
           ELSE
              MOVE ARQRRH01-NR-MATR TO ARQNST01-NR-MATR

              SET WRK-CN-READ              TO TRUE
              SET WRK-CN-ARQNST01          TO TRUE

              READ ARQNST01

              IF WRK-FS-NST01-NAOACHOU
                 ADD 1 TO ACU-EXC-SEM-NOTIF
                 PERFORM 3020-LER-CADASTRO
                 IF WRK-FS-CAD01-OK
                    MOVE ARQCAD01-NM-FUNC TO WRK-RRX-DET-NOME
                 ELSE
                    MOVE '*** MATRICULA NAO CADASTRADA ***'
                      TO WRK-RRX-DET-NOME
                 END-IF
                 MOVE SPACES TO WRK-RRX-DET-DAT-CICLO
                 MOVE 'RETORNO DE MATRICULA NUNCA NOTIFICADA'
                   TO WRK-RRX-DET-MOTIVO
                 PERFORM 7000-GRAVAR-EXCECAO-RETORNO
              ELSE
                 IF NOT WRK-FS-NST01-OK
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
                 PERFORM 3040-ATUALIZAR-ESTADO
              END-IF
           END-IF

           PERFORM 2000-LER-RETORNO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DO CHAMADO NO ESTADO DE NOTIFICACAO DA
      *    MATRICULA DO RETORNO CORRENTE (JA LIDO EM 3000), COM A
      *    CONFERENCIA DO PRAZO DO RETORNO E, SE O CHAMADO VEIO
      *    FECHADO, DO VENCIMENTO NO CADASTRO. O PRAZO, CONTADO DO
      *    INICIO DO CICLO, SO E CONFERIDO NO RETORNO QUE ABRE O
      *    CHAMADO (ESTADO AINDA SEM CHAMADO); AS MUDANCAS DE SITUACAO
      *    DE UM CHAMADO JA ABERTO NAO SAO RETORNO ATRASADO.
      *----------------------------------------------------------------*
       3040-ATUALIZAR-ESTADO SECTION.
      *----------------------------------------------------------------*
           IF ARQNST01-SEM-CHAMADO
              MOVE 'S' TO WRK-SW-CHAMADO-ANT
           ELSE
              MOVE 'N' TO WRK-SW-CHAMADO-ANT
           END-IF

           MOVE ARQRRH01-NR-CHAMADO  TO ARQNST01-NR-CHAMADO
           MOVE ARQRRH01-STA-CHAMADO TO ARQNST01-STA-CHAMADO

           SET WRK-CN-WRITE             TO TRUE

           REWRITE ARQNST01-REG-ESTADO

           IF NOT WRK-FS-NST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-ATUALIZADOS-NST01

           MOVE ARQNST01-NM-FUNC       TO WRK-RRX-DET-NOME
           MOVE ARQNST01-DAT-INI-CICLO TO WRK-RRX-DET-DAT-CICLO

           IF WRK-SEM-CHAMADO-ANTES
              COMPUTE WRK-DIAS-DECORRIDOS =
                 FUNCTION INTEGER-OF-DATE(ARQRRH01-DAT-RETORNO) -
                 FUNCTION INTEGER-OF-DATE(ARQNST01-DAT-INI-CICLO)
                 ON SIZE ERROR
                    MOVE ZEROS TO WRK-DIAS-DECORRIDOS
              END-COMPUTE

              IF WRK-DIAS-DECORRIDOS GREATER WRK-DIAS-PRAZO
                 ADD 1 TO ACU-EXC-FORA-PRAZO
                 MOVE 'RETORNO RECEBIDO DEPOIS DO PRAZO'
                   TO WRK-RRX-DET-MOTIVO
                 PERFORM 7000-GRAVAR-EXCECAO-RETORNO
              END-IF
           END-IF

           IF ARQRRH01-CHAMADO-FECHADO
              PERFORM 3020-LER-CADASTRO
              IF WRK-FS-CAD01-OK
                 PERFORM 3030-CONFERIR-VENCIMENTO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3040-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE VALIDACAO DO CONTEUDO DO RETORNO: MATRICULA
      *    NUMERICA, CHAMADO PREENCHIDO, SITUACAO A/P/F E DATA DO
      *    RETORNO VALIDA. RESULTADO EM WRK-SW-DATA-CTRL.
      *----------------------------------------------------------------*
       3010-VALIDAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQRRH01-DAT-RETORNO TO WRK-DATA-CONTR-INV-NUM

           PERFORM 3805-VALIDAR-DATA-CONTROLE

           IF ARQRRH01-NR-MATR NOT NUMERIC
           OR ARQRRH01-NR-CHAMADO EQUAL SPACES
           OR NOT ARQRRH01-CHAMADO-VALIDO
              SET WRK-DATA-NOK TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DIRETA DO CADASTRO PELA MATRICULA DO
      *    RETORNO. NAO ENCONTRADA ('23') NAO E ERRO - O CHAMADOR
      *    TESTA O FILE-STATUS.
      *----------------------------------------------------------------*
       3020-LER-CADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQRRH01-NR-MATR TO ARQCAD01-NR-MATR

           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQCAD01          TO TRUE

           READ ARQCAD01

           IF NOT WRK-FS-CAD01-OK
           AND NOT WRK-FS-CAD01-NAOACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3020-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONFERENCIA DO CHAMADO FECHADO: FUNCIONARIO ATIVO
      *    COM DATA DE CONTROLE ANTERIOR A DATA BASE CONTINUA VENCIDO
      *    - O RH FECHOU O CHAMADO SEM A RENOVACAO TER CHEGADO AO
      *    CADASTRO. SUSPENSO/DESLIGADO NAO E COBRADO.
      *----------------------------------------------------------------*
       3030-CONFERIR-VENCIMENTO SECTION.
      *----------------------------------------------------------------*
           IF ARQCAD01-SIT-ATIVO
              MOVE ARQCAD01-DAT-DIA TO WRK-DIA
              MOVE ARQCAD01-DAT-MES TO WRK-MES
              MOVE ARQCAD01-DAT-ANO TO WRK-ANO

              PERFORM 3805-VALIDAR-DATA-CONTROLE

              IF WRK-DATA-OK
              AND WRK-DATA-CONTR-INV-NUM LESS WRK-DATA-BASE
                 ADD 1 TO ACU-EXC-FECHADO-VENC
                 MOVE ARQCAD01-NM-FUNC TO WRK-RRX-DET-NOME
                 MOVE 'CHAMADO FECHADO - FUNCIONARIO AINDA VENCIDO'
                   TO WRK-RRX-DET-MOTIVO
                 PERFORM 7000-GRAVAR-EXCECAO-RETORNO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3030-99-FIM.
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
      *    ROTINA DE VARREDURA DO ESTADO DE NOTIFICACAO (JA COM OS
      *    RETORNOS DESTA EXECUCAO GRAVADOS): NOTIFICACAO ATIVA SEM
      *    CHAMADO DO RH E COM MAIS DE WRK-DIAS-PRAZO DIAS DESDE O
      *    INICIO DO CICLO DE NOTIFICACAO E EXCECAO DE FALTA DE
      *    RETORNO.
      *----------------------------------------------------------------*
       4000-VARRER-SEM-RETORNO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS TO ARQNST01-NR-MATR

           SET WRK-CN-START             TO TRUE
           SET WRK-CN-ARQNST01          TO TRUE

           START ARQNST01 KEY NOT LESS ARQNST01-NR-MATR

           IF WRK-FS-NST01-OK
              PERFORM 4010-LER-ESTADO
              PERFORM 4020-AVALIAR-ESTADO
                 UNTIL WRK-FS-NST01-FIM
           ELSE
              IF NOT WRK-FS-NST01-NAOACHOU
              AND NOT WRK-FS-NST01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA SEQUENCIAL DE 1 ESTADO DE NOTIFICACAO
      *----------------------------------------------------------------*
       4010-LER-ESTADO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQNST01          TO TRUE

           READ ARQNST01 NEXT RECORD.

           IF WRK-FS-NST01-OK
              ADD 1 TO ACU-LIDOS-ARQNST01
           ELSE
              IF NOT WRK-FS-NST01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE AVALIACAO DE 1 ESTADO NA VARREDURA (4000)
      *----------------------------------------------------------------*
       4020-AVALIAR-ESTADO SECTION.
      *----------------------------------------------------------------*
           IF ARQNST01-NOTIF-ATIVA
           AND ARQNST01-SEM-CHAMADO
              COMPUTE WRK-DIAS-DECORRIDOS = WRK-DIAS-INT-BASE -
                 FUNCTION INTEGER-OF-DATE(ARQNST01-DAT-INI-CICLO)
                 ON SIZE ERROR
                    MOVE ZEROS TO WRK-DIAS-DECORRIDOS
              END-COMPUTE

              IF WRK-DIAS-DECORRIDOS GREATER WRK-DIAS-PRAZO
                 ADD 1 TO ACU-EXC-SEM-RETORNO
                 MOVE ARQNST01-NR-MATR       TO WRK-RRX-DET-MATR
                 MOVE ARQNST01-NM-FUNC       TO WRK-RRX-DET-NOME
                 MOVE ARQNST01-FAIXA-ULT     TO WRK-RRX-DET-EVENTO
                 MOVE SPACES                 TO WRK-RRX-DET-CHAMADO
                                                WRK-RRX-DET-STA
                                                WRK-RRX-DET-DAT-RET
                 MOVE ARQNST01-DAT-INI-CICLO TO WRK-RRX-DET-DAT-CICLO
                 MOVE 'SEM RETORNO DO RH DENTRO DO PRAZO'
                   TO WRK-RRX-DET-MOTIVO
                 PERFORM 7050-GRAVAR-LINHA-RRX
              END-IF
           END-IF

           PERFORM 4010-LER-ESTADO
           .
      *----------------------------------------------------------------*
       4020-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 EXCECAO DO RETORNO CORRENTE: OS
      *    CAMPOS DO RETORNO SAO MONTADOS AQUI; NOME, INICIO DO
      *    CICLO DE NOTIFICACAO E OCORRENCIA JA VEM DO CHAMADOR
      *----------------------------------------------------------------*
       7000-GRAVAR-EXCECAO-RETORNO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQRRH01-NR-MATR        TO WRK-RRX-DET-MATR
           MOVE ARQRRH01-TIP-EVENTO     TO WRK-RRX-DET-EVENTO
           MOVE ARQRRH01-NR-CHAMADO     TO WRK-RRX-DET-CHAMADO
           MOVE ARQRRH01-STA-CHAMADO    TO WRK-RRX-DET-STA
           MOVE ARQRRH01-DAT-RETORNO    TO WRK-RRX-DET-DAT-RET

           PERFORM 7050-GRAVAR-LINHA-RRX
           .
      *----------------------------------------------------------------*
       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO CABECALHO DO RELATORIO DE EXCECOES
      *----------------------------------------------------------------*
       7010-IMPRIMIR-CABECALHO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-RRX-PAGINA
           MOVE WRK-RRX-PAGINA      TO WRK-RRX-CAB-PAGINA
           MOVE WRK-DATA-BASE       TO WRK-RRX-CAB-DATA
           MOVE WRK-DIAS-PRAZO      TO WRK-RRX-CAB-PRAZO

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQRRX01      TO TRUE

           WRITE FD-ARQRRX01 FROM WRK-RRX-CABEC1
           IF NOT WRK-FS-RRX01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQRRX01 FROM WRK-RRX-CABEC2
           IF NOT WRK-FS-RRX01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 3 TO WRK-RRX-LINHAS
           .
      *----------------------------------------------------------------*
       7010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA DE EXCECAO (ARQRRX01), JA
      *    MONTADA EM WRK-RRX-DETALHE, COM QUEBRA DE PAGINA
      *----------------------------------------------------------------*
       7050-GRAVAR-LINHA-RRX SECTION.
      *----------------------------------------------------------------*
           IF WRK-RRX-LINHAS GREATER 55
              PERFORM 7010-IMPRIMIR-CABECALHO
           END-IF

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQRRX01      TO TRUE

           WRITE FD-ARQRRX01 FROM WRK-RRX-DETALHE

           IF NOT WRK-FS-RRX01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO WRK-RRX-LINHAS
           .
      *----------------------------------------------------------------*
       7050-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DOS TOTAIS POR OCORRENCIA NO FIM DO
      *    RELATORIO DE EXCECOES
      *----------------------------------------------------------------*
       7100-IMPRIMIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE '0'                 TO WRK-RRX-TOTAL(1:1)
           MOVE 'RETORNOS LIDOS'    TO WRK-RRX-TOT-DESCR
           MOVE ACU-LIDOS-ARQRRH01  TO WRK-RRX-TOT-QTDE
           PERFORM 7150-GRAVAR-TOTAL

           MOVE SPACE               TO WRK-RRX-TOTAL(1:1)
           MOVE 'CHAMADOS GRAVADOS NO ESTADO DE NOTIFICACAO'
             TO WRK-RRX-TOT-DESCR
           MOVE ACU-ATUALIZADOS-NST01 TO WRK-RRX-TOT-QTDE
           PERFORM 7150-GRAVAR-TOTAL

           MOVE 'RETORNO DE MATRICULA NUNCA NOTIFICADA'
             TO WRK-RRX-TOT-DESCR
           MOVE ACU-EXC-SEM-NOTIF   TO WRK-RRX-TOT-QTDE
           PERFORM 7150-GRAVAR-TOTAL

           MOVE 'CHAMADO FECHADO - FUNCIONARIO AINDA VENCIDO'
             TO WRK-RRX-TOT-DESCR
           MOVE ACU-EXC-FECHADO-VENC TO WRK-RRX-TOT-QTDE
           PERFORM 7150-GRAVAR-TOTAL

           MOVE 'RETORNO RECEBIDO DEPOIS DO PRAZO'
             TO WRK-RRX-TOT-DESCR
           MOVE ACU-EXC-FORA-PRAZO  TO WRK-RRX-TOT-QTDE
           PERFORM 7150-GRAVAR-TOTAL

           MOVE 'SEM RETORNO DO RH DENTRO DO PRAZO'
             TO WRK-RRX-TOT-DESCR
           MOVE ACU-EXC-SEM-RETORNO TO WRK-RRX-TOT-QTDE
           PERFORM 7150-GRAVAR-TOTAL

           MOVE 'RETORNO COM CONTEUDO INVALIDO'
             TO WRK-RRX-TOT-DESCR
           MOVE ACU-EXC-INVALIDO    TO WRK-RRX-TOT-QTDE
           PERFORM 7150-GRAVAR-TOTAL
           .
      *----------------------------------------------------------------*
       7100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA DE TOTAL (ARQRRX01), COM
      *    QUEBRA DE PAGINA
      *----------------------------------------------------------------*
       7150-GRAVAR-TOTAL SECTION.
      *----------------------------------------------------------------*
           IF WRK-RRX-LINHAS GREATER 55
              PERFORM 7010-IMPRIMIR-CABECALHO
           END-IF

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQRRX01      TO TRUE

           WRITE FD-ARQRRX01 FROM WRK-RRX-TOTAL

           IF NOT WRK-FS-RRX01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-RRX-TOTAL(1:1) EQUAL '0'
              ADD 2 TO WRK-RRX-LINHAS
           ELSE
              ADD 1 TO WRK-RRX-LINHAS
           END-IF
           .
      *----------------------------------------------------------------*
       7150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION .
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS RRH01:' WRK-FS-ARQRRH01         '*'
           DISPLAY '* FILE-STATUS NST01:' WRK-FS-ARQNST01         '*'
           DISPLAY '* FILE-STATUS CAD01:' WRK-FS-ARQCAD01         '*'
           DISPLAY '* FILE-STATUS RRX01:' WRK-FS-ARQRRX01         '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 12 TO WRK-RC-FINAL

           SET WRK-FINALIZ-COM-ERRO TO TRUE

           PERFORM 9900-FINALIZAR.
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE FECHAMENTO DO PROGRAMA: IMPRIME OS TOTAIS, EXIBE
      *    OS CONTADORES E ENCERRA. RETURN-CODE: 0 = SEM EXCECAO, 4 =
      *    HOUVE EXCECAO NO RELATORIO, 12 = ABORTO POR ERRO DE
      *    ARQUIVO, 16 = PARM INVALIDO.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           IF NOT WRK-FINALIZ-COM-ERRO
              PERFORM 7100-IMPRIMIR-TOTAIS
           END-IF

           CLOSE ARQRRH01
           CLOSE ARQNST01
           CLOSE ARQCAD01
           CLOSE ARQRRX01

           DISPLAY '***************************************************'
           DISPLAY '* DATA BASE                  'WRK-DATA-BASE
           DISPLAY '* PRAZO DE RETORNO (DIAS)    'WRK-DIAS-PRAZO
           DISPLAY '* RETORNOS LIDOS             'ACU-LIDOS-ARQRRH01
           DISPLAY '* CHAMADOS GRAVADOS          'ACU-ATUALIZADOS-NST01
           DISPLAY '* ESTADOS VARRIDOS           'ACU-LIDOS-ARQNST01
           DISPLAY '* RETORNO SEM NOTIFICACAO    'ACU-EXC-SEM-NOTIF
           DISPLAY '* FECHADO AINDA VENCIDO      'ACU-EXC-FECHADO-VENC
           DISPLAY '* RETORNO FORA DO PRAZO      'ACU-EXC-FORA-PRAZO
           DISPLAY '* SEM RETORNO NO PRAZO       'ACU-EXC-SEM-RETORNO
           DISPLAY '* RETORNO INVALIDO           'ACU-EXC-INVALIDO
           DISPLAY '* EXER0112 - FIM DO PROGRAMA.                      '
           DISPLAY '***************************************************'

           IF NOT WRK-FINALIZ-COM-ERRO
              IF ACU-EXC-SEM-NOTIF    GREATER ZERO
              OR ACU-EXC-FECHADO-VENC GREATER ZERO
              OR ACU-EXC-FORA-PRAZO   GREATER ZERO
              OR ACU-EXC-SEM-RETORNO  GREATER ZERO
              OR ACU-EXC-INVALIDO     GREATER ZERO
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

          END PROGRAM EXER0112.
      *----------------------------------------------------------------*
