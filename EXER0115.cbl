      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0115.
       AUTHOR.     ARI BORGES.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0115
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   INTERFACE DE BLOQUEIO DE CRACHA COM O       *
      *                    SISTEMA DE CONTROLE DE ACESSO, RODADA EM    *
      *                    CADA CICLO LOGO APOS O EXER0104 (COM OS     *
      *                    MOVIMENTOS DE SUSPENSAO, DESLIGAMENTO E     *
      *                    REATIVACAO JA APLICADOS AO CADASTRO) E      *
      *                    ANTES DO EXER0109 (DESCARGA) E DO EXER0103  *
      *                    (RECARGA PELA EXTRACAO). PARA CADA          *
      *                    FUNCIONARIO DO CADASTRO INDEXADO (ARQCAD01) *
      *                    DEFINE A SITUACAO DEVIDA NA DATA DE NEGOCIO:*
      *                    BLOQUEIO PARA DESLIGADO ('T'), SUSPENSO     *
      *                    ('S') OU DATA DE CONTROLE VENCIDA; LIBERADO *
      *                    PARA OS DEMAIS. COMPARA COM O ULTIMO ENVIO  *
      *                    GUARDADO NO ESTADO DA INTERFACE (ARQBST01)  *
      *                    E GRAVA NO ARQUIVO DE REMESSA (ARQBDG01,    *
      *                    COM HEADER E TRAILER) SO AS MUDANCAS:       *
      *                    BLOQUEIO QUANDO O FUNCIONARIO PASSA A       *
      *                    VENCIDO, SUSPENSO OU DESLIGADO (OU MUDA DE  *
      *                    MOTIVO DE BLOQUEIO) E DESBLOQUEIO QUANDO    *
      *                    RENOVA OU E REATIVADO, CADA UM COM MOTIVO E *
      *                    DATA EFETIVA. LIBERADO NO ESTADO QUE SAIU   *
      *                    DO CADASTRO E BLOQUEADO COMO FORA DO        *
      *                    CADASTRO. AO FIM, UMA SEGUNDA PASSADA PELO  *
      *                    CADASTRO CONCILIA O ESTADO ENVIADO COM A    *
      *                    SITUACAO E A DATA DE CONTROLE ATUAIS E      *
      *                    LISTA AS DIVERGENCIAS NO RELATORIO          *
      *                    (ARQBRC01), JUNTO COM OS REGISTROS ENVIADOS.*
      *                    EXECUCAO CANCELADA (RETURN-CODE 12) JA PODE *
      *                    TER ATUALIZADO O ESTADO: RESTAURAR O        *
      *                    ARQBST01 DA COPIA DO PASSO ANTERIOR ANTES   *
      *                    DE REPROCESSAR.                             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCAD01                                  CAD01103
      *      ARQBST01                                  BST01115
      *      ARQBDG01                                  BDG01115
      *      ARQBRC01                                  (RELAT.CONCIL.)
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
           SELECT ARQBST01 ASSIGN       TO UT-S-ARQBST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQBST01-NR-MATR
                      FILE STATUS      IS WRK-FS-ARQBST01.
      *
           SELECT ARQBDG01 ASSIGN       TO UT-S-ARQBDG01
                      FILE STATUS      IS WRK-FS-ARQBDG01.
      *
           SELECT ARQBRC01 ASSIGN       TO UT-S-ARQBRC01
                      FILE STATUS      IS WRK-FS-ARQBRC01.
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
      *               CHAVEADO PELA MATRICULA DO FUNCIONARIO. LIDO    *
      *               SEQUENCIALMENTE DUAS VEZES (REMESSA E           *
      *               CONCILIACAO) E POR CHAVE NA VARREDURA DO        *
      *               ESTADO.                                         *
      *               ORG. INDEXADA   -   LRECL = 175                 *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD01103.

      *---------------------------------------------------------------*
      *   I-O:       ESTADO DA INTERFACE DE CRACHA - ULTIMO ENVIO POR *
      *               MATRICULA. ARQUIVO INEXISTENTE E CRIADO VAZIO   *
      *               (PRIMEIRA REMESSA).                             *
      *               ORG. INDEXADA   -   LRECL = 140                 *
      *---------------------------------------------------------------*

       FD  ARQBST01
           LABEL RECORD   IS STANDARD.
           COPY BST01115.

      *---------------------------------------------------------------*
      *   OUTPUT:    REMESSA PARA O SISTEMA DE CONTROLE DE ACESSO     *
      *               (HEADER, DETALHES E TRAILER - BOOK BDG01115).   *
      *               ORG. SEQUENCIAL   -   LRECL = 150               *
      *---------------------------------------------------------------*

       FD  ARQBDG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBDG01             PIC X(150).

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DA REMESSA E DA CONCILIACAO DO ESTADO  *
      *               ENVIADO COM O CADASTRO.                         *
      *               ORG. SEQUENCIAL   -   LRECL = 133 (1A POSICAO   *
      *               E O CARACTERE DE CONTROLE DE FORMULARIO - ASA). *
      *---------------------------------------------------------------*

       FD  ARQBRC01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQBRC01             PIC X(133).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0115 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0115'.
       77 ACU-LIDOS-ARQCAD01      PIC  9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQBST01      PIC  9(007) VALUE ZEROS.
       77 ACU-CONFERIDOS          PIC  9(007) VALUE ZEROS.
       77 ACU-NAO-AVALIADOS       PIC  9(007) VALUE ZEROS.
       77 ACU-ENVIADOS            PIC  9(007) VALUE ZEROS.
       77 ACU-BLOQUEIOS           PIC  9(007) VALUE ZEROS.
       77 ACU-DESBLOQUEIOS        PIC  9(007) VALUE ZEROS.
       77 ACU-DIVERGENCIAS        PIC  9(007) VALUE ZEROS.
       77 WRK-DAT-NEGOCIO         PIC  9(008) VALUE ZEROS.
       77 WRK-DAT-GERACAO         PIC  9(008) VALUE ZEROS.
       77 WRK-HRA-GERACAO         PIC  9(006) VALUE ZEROS.
       77 WRK-DATA-CNTRL-NUM      PIC  9(008) VALUE ZEROS.
       77 WRK-SUB-MOT             PIC  9(002) COMP VALUE ZEROS.
       77 WRK-BRC-PAGINA          PIC  9(003) COMP VALUE ZEROS.
       77 WRK-BRC-LINHAS          PIC  9(003) COMP VALUE ZEROS.
       77 WRK-BRC-QTDE-SECAO      PIC  9(007) COMP VALUE ZEROS.
       77 WRK-MAX-DIA-CALC        PIC  9(002) COMP VALUE ZEROS.
       77 WRK-LEAP-QUOCIENTE      PIC  9(006) VALUE ZEROS.
       77 WRK-LEAP-RESTO-4        PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-100      PIC  9(003) VALUE ZEROS.
       77 WRK-LEAP-RESTO-400      PIC  9(003) VALUE ZEROS.
       77 WRK-SW-DATA-CTRL        PIC  X(001) VALUE SPACES.
          88 WRK-DATA-OK                      VALUE 'S'.
          88 WRK-DATA-NOK                     VALUE 'N'.
       77 WRK-SW-ESTADO           PIC  X(001) VALUE SPACES.
          88 WRK-ESTADO-EXISTE                VALUE 'S'.
          88 WRK-ESTADO-NAO-EXISTE            VALUE 'N'.
       77 WRK-SW-BST-FIM          PIC  X(001) VALUE 'N'.
          88 WRK-BST-FIM                      VALUE 'S'.
       77 WRK-SW-FINALIZ          PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZ-COM-ERRO             VALUE 'S'.
       77 WRK-RC-FINAL            PIC  9(002) VALUE ZEROS.
       77 WRK-DVG-TEXTO           PIC  X(032) VALUE SPACES.
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
      *    VISAO DD/MM/AAAA DA DATA DE SITUACAO DO CADASTRO            *
      *----------------------------------------------------------------*
       01 WRK-SIT-DATA            PIC  X(010) VALUE SPACES.
       01 WRK-SIT-DATA-R          REDEFINES WRK-SIT-DATA.
          05 WRK-SIT-DATA-DIA     PIC  9(002).
          05 FILLER               PIC  X(001).
          05 WRK-SIT-DATA-MES     PIC  9(002).
          05 FILLER               PIC  X(001).
          05 WRK-SIT-DATA-ANO     PIC  9(004).
      *
      *----------------------------------------------------------------*
      *    TABELA DOS MOTIVOS DA INTERFACE: CODIGO, DESCRICAO ENVIADA  *
      *    NO DETALHE E ACAO ('B' BLOQUEIO, 'D' DESBLOQUEIO)           *
      *----------------------------------------------------------------*
       01 WRK-TAB-MOTIVO-LIT.
          05 FILLER                PIC  X(023) VALUE
                'VCCONTROLE VENCIDO    B'.
          05 FILLER                PIC  X(023) VALUE
                'SUSUSPENSAO           B'.
          05 FILLER                PIC  X(023) VALUE
                'DLDESLIGAMENTO        B'.
          05 FILLER                PIC  X(023) VALUE
                'FCFORA DO CADASTRO    B'.
          05 FILLER                PIC  X(023) VALUE
                'RNCONTROLE RENOVADO   D'.
          05 FILLER                PIC  X(023) VALUE
                'RAREATIVACAO          D'.
       01 WRK-TAB-MOTIVO REDEFINES WRK-TAB-MOTIVO-LIT.
          05 WRK-MOT-OCR          OCCURS 6 TIMES
                                   INDEXED BY WRK-IDX-MOT.
             10 WRK-MOT-COD          PIC X(002).
             10 WRK-MOT-DESC         PIC X(020).
             10 WRK-MOT-ACAO         PIC X(001).
      *
       01 WRK-TAB-MOTIVO-QTDE.
          05 WRK-MOT-QTDE          PIC  9(007) COMP OCCURS 6 TIMES.
      *
      *----------------------------------------------------------------*
      *    SITUACAO DEVIDA NO CRACHA PARA O FUNCIONARIO DO CADASTRO    *
      *    (3100): BLOQUEIO COM MOTIVO E DATA EFETIVA, LIBERADO, OU    *
      *    INDEFINIDA (DADO INVALIDO NO CADASTRO - NADA E ENVIADO)     *
      *----------------------------------------------------------------*
       01 WRK-DESEJADO.
          05 WRK-DSJ-ACAO         PIC  X(001).
             88 WRK-DSJ-BLOQUEIO              VALUE 'B'.
             88 WRK-DSJ-LIBERADO              VALUE 'D'.
             88 WRK-DSJ-INDEFINIDO            VALUE ' '.
          05 WRK-DSJ-MOTIVO       PIC  X(002).
          05 WRK-DSJ-DAT-EFETIVA  PIC  9(008).
          05 WRK-DSJ-CRITICA      PIC  X(032).
      *
      *----------------------------------------------------------------*
      *    REGISTRO A ENVIAR (3300), MONTADO A PARTIR DO CADASTRO OU,  *
      *    PARA QUEM SAIU DELE, DO PROPRIO ESTADO                      *
      *----------------------------------------------------------------*
       01 WRK-ENVIO.
          05 WRK-ENV-ACAO         PIC  X(001).
             88 WRK-ENV-BLOQUEIO              VALUE 'B'.
             88 WRK-ENV-DESBLOQUEIO           VALUE 'D'.
             88 WRK-ENV-NADA                  VALUE ' '.
          05 WRK-ENV-MOTIVO       PIC  X(002).
          05 WRK-ENV-DAT-EFETIVA  PIC  9(008).
          05 WRK-ENV-NR-MATR      PIC  9(008).
          05 WRK-ENV-NM-FUNC      PIC  X(060).
          05 WRK-ENV-COD-ESCRT    PIC  X(004).
          05 WRK-ENV-DAT-CNTRL    PIC  X(010).
          05 WRK-ENV-SIT-FUNC     PIC  X(001).
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO (ARQBRC01) - LRECL 133,                 *
      *    1A POSICAO = CARACTERE DE CONTROLE DE FORMULARIO (ASA)      *
      *----------------------------------------------------------------*
       01 WRK-BRC-CABEC1.
          05 FILLER                PIC  X(001) VALUE '1'.
          05 FILLER                PIC  X(009) VALUE 'EXER0115 '.
          05 FILLER                PIC  X(040) VALUE
                'INTERFACE DE BLOQUEIO DE CRACHA'.
          05 FILLER                PIC  X(016) VALUE
                'DATA NEGOCIO: '.
          05 WRK-BRC-CAB-NEGOCIO   PIC  9(008).
          05 FILLER                PIC  X(004) VALUE SPACES.
          05 FILLER                PIC  X(011) VALUE 'GERACAO: '.
          05 WRK-BRC-CAB-GERACAO   PIC  9(008).
          05 FILLER                PIC  X(001) VALUE SPACES.
          05 WRK-BRC-CAB-HORA      PIC  9(006).
          05 FILLER                PIC  X(004) VALUE SPACES.
          05 FILLER                PIC  X(008) VALUE 'PAGINA: '.
          05 WRK-BRC-CAB-PAGINA    PIC  ZZ9.
          05 FILLER                PIC  X(014) VALUE SPACES.

       01 WRK-BRC-CABEC2.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 WRK-BRC-CAB-SECAO     PIC  X(060).
          05 FILLER                PIC  X(072) VALUE SPACES.

       01 WRK-BRC-CABEC3.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(010) VALUE 'MATRICULA'.
          05 FILLER                PIC  X(032) VALUE
                'NOME DO FUNCIONARIO'.
          05 FILLER                PIC  X(006) VALUE 'ESCR'.
          05 FILLER                PIC  X(003) VALUE 'S'.
          05 FILLER                PIC  X(012) VALUE 'DT.CONTROLE'.
          05 FILLER                PIC  X(013) VALUE 'ULT.ENVIO'.
          05 FILLER                PIC  X(004) VALUE 'MT'.
          05 FILLER                PIC  X(010) VALUE 'DT.EFETIV'.
          05 FILLER                PIC  X(010) VALUE 'DT.ENVIO'.
          05 FILLER                PIC  X(032) VALUE 'OBSERVACAO'.

       01 WRK-BRC-DETALHE.
          05 WRK-BRC-DET-CTL       PIC  X(001).
          05 WRK-BRC-DET-MATR      PIC  9(008).
          05 FILLER                PIC  X(002).
          05 WRK-BRC-DET-NOME      PIC  X(030).
          05 FILLER                PIC  X(002).
          05 WRK-BRC-DET-ESCRT     PIC  X(004).
          05 FILLER                PIC  X(002).
          05 WRK-BRC-DET-SIT       PIC  X(001).
          05 FILLER                PIC  X(002).
          05 WRK-BRC-DET-DAT-CNTRL PIC  X(010).
          05 FILLER                PIC  X(002).
          05 WRK-BRC-DET-ACAO      PIC  X(011).
          05 FILLER                PIC  X(002).
          05 WRK-BRC-DET-MOTIVO    PIC  X(002).
          05 FILLER                PIC  X(002).
          05 WRK-BRC-DET-DAT-EFET  PIC  X(008).
          05 FILLER                PIC  X(002).
          05 WRK-BRC-DET-DAT-ENVIO PIC  X(008).
          05 FILLER                PIC  X(002).
          05 WRK-BRC-DET-OBS       PIC  X(032).

       01 WRK-BRC-MENSAGEM.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 WRK-BRC-MSG-TEXTO     PIC  X(060).
          05 FILLER                PIC  X(072) VALUE SPACES.

       01 WRK-BRC-TOTAL.
          05 WRK-BRC-TOT-CTL       PIC  X(001).
          05 WRK-BRC-TOT-TEXTO     PIC  X(040).
          05 WRK-BRC-TOT-QTDE      PIC  Z.ZZZ.ZZ9.
          05 FILLER                PIC  X(083).
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCAD01      VALUE 'CAD01113'.
          88 WRK-CN-ARQBST01      VALUE 'BST01115'.
          88 WRK-CN-ARQBDG01      VALUE 'BDG01115'.
          88 WRK-CN-ARQBRC01      VALUE 'BRC01115'.

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
       01 WRK-FS-ARQCAD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CAD01-OK                  VALUE '00'.
          88 WRK-FS-CAD01-FIM                 VALUE '10'.
          88 WRK-FS-CAD01-NAOACHOU            VALUE '23'.
      *
       01 WRK-FS-ARQBST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-BST01-OK                  VALUE '00'.
          88 WRK-FS-BST01-FIM                 VALUE '10'.
          88 WRK-FS-BST01-NAOACHOU            VALUE '23'.
          88 WRK-FS-BST01-INEXISTE            VALUE '35'.
      *
       01 WRK-FS-ARQBDG01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-BDG01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQBRC01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-BRC01-OK                  VALUE '00'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE SAIDA

           COPY BDG01115.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0115 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       LINKAGE                         SECTION.
      *================================================================*
      *----------------------------------------------------------------*
      *    AREA DO PARM DE EXECUCAO (JCL EXEC PARM=): DATA DE NEGOCIO  *
      *    (AAAAMMDD), CONTRA A QUAL A DATA DE CONTROLE E JULGADA      *
      *    VENCIDA. AUSENTE ASSUME A DATA ATUAL; INVALIDA CANCELA.     *
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
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           PERFORM 1000-INICIALIZAR
      *
           PERFORM 3000-PROCESSAR UNTIL WRK-FS-CAD01-FIM
      *
           PERFORM 4000-VERIFICAR-FORA-CADASTRO
      *
           PERFORM 4500-FECHAR-REMESSA
      *
           PERFORM 5000-CONCILIAR
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
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: DEFINE A DATA DE
      *    NEGOCIO, ABRE OS ARQUIVOS (CRIANDO O ESTADO NA PRIMEIRA
      *    REMESSA), GRAVA O HEADER DA REMESSA, ABRE A SECAO DOS
      *    ENVIADOS NO RELATORIO E POSICIONA A LEITURA DO CADASTRO
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PARM-LEN GREATER ZERO
           AND WRK-PARM-LEN LESS 8
              DISPLAY '* DATA DE NEGOCIO INCOMPLETA NO PARM: '
                      WRK-PARM-DAT-NEGOCIO(1:WRK-PARM-LEN) ' *'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WRK-PARM-LEN NOT LESS 8
           AND WRK-PARM-DAT-NEGOCIO NOT EQUAL SPACES
              MOVE WRK-PARM-DAT-NEGOCIO TO WRK-DATA-CONTR-INV
              PERFORM 3805-VALIDAR-DATA-CONTROLE
              IF WRK-DATA-NOK
                 DISPLAY '* DATA DE NEGOCIO INVALIDA NO PARM: '
                         WRK-PARM-DAT-NEGOCIO ' *'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WRK-DATA-CONTR-INV-NUM TO WRK-DAT-NEGOCIO
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-NEGOCIO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-GERACAO
           MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-HRA-GERACAO

           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT  ARQCAD01
                OUTPUT ARQBDG01
                OUTPUT ARQBRC01
      *
           IF WRK-FS-CAD01-OK
           AND WRK-FS-BDG01-OK
           AND WRK-FS-BRC01-OK
              CONTINUE
           ELSE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1050-ABRIR-ESTADO

           MOVE WRK-DAT-GERACAO       TO ARQBDG01-HDR-DAT-GERACAO
           MOVE WRK-HRA-GERACAO       TO ARQBDG01-HDR-HRA-GERACAO
           MOVE WRK-DAT-NEGOCIO       TO ARQBDG01-HDR-DAT-NEGOCIO

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQBDG01        TO TRUE

           WRITE FD-ARQBDG01 FROM ARQBDG01-REG-HEADER

           IF NOT WRK-FS-BDG01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'REGISTROS ENVIADOS NESTA REMESSA (ARQBDG01)'
             TO WRK-BRC-CAB-SECAO
           MOVE ZEROS TO WRK-BRC-QTDE-SECAO
           PERFORM 7000-IMPRIMIR-CABECALHO

           PERFORM 3800-LER-CADASTRO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE ABERTURA DO ESTADO DA INTERFACE (ARQBST01).
      *    ARQUIVO INEXISTENTE E CRIADO NA HORA (PRIMEIRA REMESSA:
      *    NINGUEM BLOQUEADO AINDA); FALHA DE ABERTURA CANCELA - SEM O
      *    ESTADO, A REMESSA NAO SABERIA O QUE JA FOI ENVIADO.
      *----------------------------------------------------------------*
       1050-ABRIR-ESTADO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN             TO TRUE
           SET WRK-CN-ARQBST01         TO TRUE

           OPEN I-O ARQBST01

           IF WRK-FS-BST01-INEXISTE
              DISPLAY '* ESTADO DA INTERFACE (ARQBST01) INEXISTENTE '
                      '- CRIADO VAZIO *'
              OPEN OUTPUT ARQBST01
              CLOSE ARQBST01
              OPEN I-O ARQBST01
           END-IF

           IF NOT WRK-FS-BST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO DE 1 FUNCIONARIO DO CADASTRO:
      *    SITUACAO DEVIDA NO CRACHA CONTRA O ULTIMO ENVIO. DADO
      *    INVALIDO NO CADASTRO NAO GERA ENVIO (SAI NA CONCILIACAO).
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3100-DEFINIR-DESEJADO

           IF WRK-DSJ-INDEFINIDO
              ADD 1 TO ACU-NAO-AVALIADOS
           ELSE
              PERFORM 3200-COMPARAR-ESTADO
           END-IF

           PERFORM 3800-LER-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE DEFINICAO DA SITUACAO DEVIDA NO CRACHA PARA O
      *    FUNCIONARIO CORRENTE DO CADASTRO: DESLIGADO E SUSPENSO SAO
      *    BLOQUEIO (EFETIVO NA DATA DA SITUACAO); ATIVO COM DATA DE
      *    CONTROLE ANTERIOR A DATA DE NEGOCIO E BLOQUEIO POR
      *    VENCIMENTO (EFETIVO NO DIA SEGUINTE A DATA DE CONTROLE);
      *    ATIVO EM DIA E LIBERADO. SITUACAO DESCONHECIDA OU DATA DE
      *    CONTROLE INVALIDA FICAM INDEFINIDAS.
      *----------------------------------------------------------------*
       3100-DEFINIR-DESEJADO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                TO WRK-DSJ-ACAO
                                         WRK-DSJ-MOTIVO
                                         WRK-DSJ-CRITICA
           MOVE ZEROS                 TO WRK-DSJ-DAT-EFETIVA

           EVALUATE TRUE
              WHEN ARQCAD01-SIT-DESLIGADO
                 SET WRK-DSJ-BLOQUEIO TO TRUE
                 MOVE 'DL'            TO WRK-DSJ-MOTIVO
                 PERFORM 3110-DATA-SITUACAO
              WHEN ARQCAD01-SIT-SUSPENSO
                 SET WRK-DSJ-BLOQUEIO TO TRUE
                 MOVE 'SU'            TO WRK-DSJ-MOTIVO
                 PERFORM 3110-DATA-SITUACAO
              WHEN NOT ARQCAD01-SIT-ATIVO
                 MOVE 'SITUACAO INVALIDA NO CADASTRO'
                   TO WRK-DSJ-CRITICA
              WHEN OTHER
                 PERFORM 3105-AVALIAR-VENCIMENTO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE DEFINICAO DA SITUACAO DEVIDA PARA O FUNCIONARIO
      *    ATIVO PELA DATA DE CONTROLE: ANTERIOR A DATA DE NEGOCIO E
      *    BLOQUEIO POR VENCIMENTO (EFETIVO NO DIA SEGUINTE A DATA DE
      *    CONTROLE), SENAO LIBERADO. DATA INVALIDA FICA INDEFINIDA.
      *----------------------------------------------------------------*
       3105-AVALIAR-VENCIMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQCAD01-DAT-DIA      TO WRK-DIA
           MOVE ARQCAD01-DAT-MES      TO WRK-MES
           MOVE ARQCAD01-DAT-ANO      TO WRK-ANO
           PERFORM 3805-VALIDAR-DATA-CONTROLE

           IF WRK-DATA-NOK
              MOVE 'DATA DE CONTROLE INVALIDA'
                TO WRK-DSJ-CRITICA
           ELSE
              MOVE WRK-DATA-CONTR-INV-NUM TO WRK-DATA-CNTRL-NUM

              IF WRK-DATA-CNTRL-NUM LESS WRK-DAT-NEGOCIO
                 SET WRK-DSJ-BLOQUEIO    TO TRUE
                 MOVE 'VC'               TO WRK-DSJ-MOTIVO
                 COMPUTE WRK-DSJ-DAT-EFETIVA =
                    FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-CNTRL-NUM) + 1)
              ELSE
                 SET WRK-DSJ-LIBERADO    TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3105-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONVERSAO DA DATA DA ULTIMA MUDANCA DE SITUACAO
      *    DO CADASTRO (DD/MM/AAAA) NA DATA EFETIVA (AAAAMMDD). DATA
      *    EM BRANCO OU INVALIDA ASSUME A DATA DE NEGOCIO.
      *----------------------------------------------------------------*
       3110-DATA-SITUACAO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQCAD01-DAT-SITUACAO TO WRK-SIT-DATA
           MOVE WRK-SIT-DATA-DIA      TO WRK-DIA
           MOVE WRK-SIT-DATA-MES      TO WRK-MES
           MOVE WRK-SIT-DATA-ANO      TO WRK-ANO
           PERFORM 3805-VALIDAR-DATA-CONTROLE

           IF WRK-DATA-OK
              MOVE WRK-DATA-CONTR-INV-NUM TO WRK-DSJ-DAT-EFETIVA
           ELSE
              MOVE WRK-DAT-NEGOCIO        TO WRK-DSJ-DAT-EFETIVA
           END-IF
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE COMPARACAO DA SITUACAO DEVIDA COM O ULTIMO ENVIO:
      *      SEM ENVIO ANTERIOR   - SO O BLOQUEIO E ENVIADO;
      *      BLOQUEADO / BLOQUEIO - REENVIA SE O MOTIVO MUDOU;
      *      BLOQUEADO / LIBERADO - DESBLOQUEIO: RENOVADO SE O
      *                             BLOQUEIO FOI POR VENCIMENTO (NA
      *                             DATA DE NEGOCIO), SENAO
      *                             REATIVACAO (NA DATA DA SITUACAO);
      *      DESBLOQUEADO / BLOQUEIO - BLOQUEIO.
      *    ESTADO COM SITUACAO INVALIDA NAO E TOCADO (SAI NA
      *    CONCILIACAO).
      *----------------------------------------------------------------*
       3200-COMPARAR-ESTADO SECTION.
      *----------------------------------------------------------------*
           PERFORM 3210-LER-ESTADO

           MOVE SPACES                TO WRK-ENV-ACAO
                                         WRK-ENV-MOTIVO
           MOVE WRK-DSJ-DAT-EFETIVA   TO WRK-ENV-DAT-EFETIVA

           IF WRK-ESTADO-NAO-EXISTE
              IF WRK-DSJ-BLOQUEIO
                 SET WRK-ENV-BLOQUEIO TO TRUE
                 MOVE WRK-DSJ-MOTIVO  TO WRK-ENV-MOTIVO
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN ARQBST01-BLOQUEADO AND WRK-DSJ-BLOQUEIO
                    IF ARQBST01-COD-MOTIVO NOT EQUAL WRK-DSJ-MOTIVO
                       SET WRK-ENV-BLOQUEIO TO TRUE
                       MOVE WRK-DSJ-MOTIVO  TO WRK-ENV-MOTIVO
                    END-IF
                 WHEN ARQBST01-BLOQUEADO AND WRK-DSJ-LIBERADO
                    SET WRK-ENV-DESBLOQUEIO TO TRUE
                    IF ARQBST01-MOT-VENCIDO
                       MOVE 'RN'            TO WRK-ENV-MOTIVO
                       MOVE WRK-DAT-NEGOCIO TO WRK-ENV-DAT-EFETIVA
                    ELSE
                       MOVE 'RA'            TO WRK-ENV-MOTIVO
                       PERFORM 3110-DATA-SITUACAO
                       MOVE WRK-DSJ-DAT-EFETIVA
                         TO WRK-ENV-DAT-EFETIVA
                    END-IF
                 WHEN ARQBST01-DESBLOQUEADO AND WRK-DSJ-BLOQUEIO
                    SET WRK-ENV-BLOQUEIO TO TRUE
                    MOVE WRK-DSJ-MOTIVO  TO WRK-ENV-MOTIVO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF NOT WRK-ENV-NADA
              MOVE ARQCAD01-NR-MATR   TO WRK-ENV-NR-MATR
              MOVE ARQCAD01-NM-FUNC   TO WRK-ENV-NM-FUNC
              MOVE ARQCAD01-COD-ESCRT TO WRK-ENV-COD-ESCRT
              MOVE ARQCAD01-DAT-CNTRL TO WRK-ENV-DAT-CNTRL
              MOVE ARQCAD01-SIT-FUNC  TO WRK-ENV-SIT-FUNC
              PERFORM 3300-ENVIAR
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DO ESTADO DA MATRICULA CORRENTE DO
      *    CADASTRO (WRK-SW-ESTADO)
      *----------------------------------------------------------------*
       3210-LER-ESTADO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ             TO TRUE
           SET WRK-CN-ARQBST01         TO TRUE

           MOVE ARQCAD01-NR-MATR       TO ARQBST01-NR-MATR

           READ ARQBST01

           EVALUATE TRUE
              WHEN WRK-FS-BST01-OK
                 SET WRK-ESTADO-EXISTE     TO TRUE
              WHEN WRK-FS-BST01-NAOACHOU
                 SET WRK-ESTADO-NAO-EXISTE TO TRUE
              WHEN OTHER
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE ENVIO DE 1 MUDANCA (WRK-ENVIO): GRAVA O DETALHE
      *    NA REMESSA, ATUALIZA O ESTADO (REWRITE SE JA EXISTIA, SENAO
      *    WRITE) E LISTA O ENVIO NO RELATORIO
      *----------------------------------------------------------------*
       3300-ENVIAR SECTION.
      *----------------------------------------------------------------*
           SET WRK-IDX-MOT TO 1
           SEARCH WRK-MOT-OCR
              AT END
                 DISPLAY '* MOTIVO ' WRK-ENV-MOTIVO ' FORA DA TABELA *'
                 PERFORM 9150-ERRO-INTEGRIDADE
              WHEN WRK-MOT-COD(WRK-IDX-MOT) EQUAL WRK-ENV-MOTIVO
                 CONTINUE
           END-SEARCH
           SET WRK-SUB-MOT TO WRK-IDX-MOT

           MOVE WRK-ENV-NR-MATR       TO ARQBDG01-NR-MATR
           IF WRK-ENV-BLOQUEIO
              SET ARQBDG01-ACAO-BLOQUEIO    TO TRUE
              ADD 1 TO ACU-BLOQUEIOS
           ELSE
              SET ARQBDG01-ACAO-DESBLOQUEIO TO TRUE
              ADD 1 TO ACU-DESBLOQUEIOS
           END-IF
           MOVE WRK-ENV-MOTIVO        TO ARQBDG01-COD-MOTIVO
           MOVE WRK-MOT-DESC(WRK-IDX-MOT) TO ARQBDG01-DESC-MOTIVO
           MOVE WRK-ENV-DAT-EFETIVA   TO ARQBDG01-DAT-EFETIVA
           MOVE WRK-ENV-COD-ESCRT     TO ARQBDG01-COD-ESCRT
           MOVE WRK-ENV-DAT-CNTRL     TO ARQBDG01-DAT-CNTRL
           MOVE WRK-ENV-NM-FUNC       TO ARQBDG01-NM-FUNC

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQBDG01        TO TRUE

           WRITE FD-ARQBDG01 FROM ARQBDG01-REG-DETALHE

           IF NOT WRK-FS-BDG01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-ENVIADOS
           ADD 1 TO WRK-MOT-QTDE(WRK-SUB-MOT)

           MOVE SPACES                TO ARQBST01-REG-ESTADO
           MOVE WRK-ENV-NR-MATR       TO ARQBST01-NR-MATR
           MOVE WRK-ENV-ACAO          TO ARQBST01-SIT-ENVIADA
           MOVE WRK-ENV-MOTIVO        TO ARQBST01-COD-MOTIVO
           MOVE WRK-ENV-DAT-EFETIVA   TO ARQBST01-DAT-EFETIVA
           MOVE WRK-ENV-DAT-CNTRL     TO ARQBST01-DAT-CNTRL
           MOVE WRK-ENV-SIT-FUNC      TO ARQBST01-SIT-FUNC
           MOVE WRK-ENV-COD-ESCRT     TO ARQBST01-COD-ESCRT
           MOVE WRK-ENV-NM-FUNC       TO ARQBST01-NM-FUNC
           MOVE WRK-DAT-NEGOCIO       TO ARQBST01-DAT-ENVIO
           MOVE WRK-DAT-GERACAO       TO ARQBST01-DAT-GERACAO
           MOVE WRK-HRA-GERACAO       TO ARQBST01-HRA-GERACAO

           SET WRK-CN-ARQBST01        TO TRUE

           IF WRK-ESTADO-EXISTE
              SET WRK-CN-REWRITE      TO TRUE
              REWRITE ARQBST01-REG-ESTADO
           ELSE
              SET WRK-CN-WRITE        TO TRUE
              WRITE ARQBST01-REG-ESTADO
           END-IF

           IF NOT WRK-FS-BST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                TO WRK-BRC-DETALHE
           MOVE WRK-ENV-NR-MATR       TO WRK-BRC-DET-MATR
           MOVE WRK-ENV-NM-FUNC       TO WRK-BRC-DET-NOME
           MOVE WRK-ENV-COD-ESCRT     TO WRK-BRC-DET-ESCRT
           MOVE WRK-ENV-SIT-FUNC      TO WRK-BRC-DET-SIT
           MOVE WRK-ENV-DAT-CNTRL     TO WRK-BRC-DET-DAT-CNTRL
           MOVE ARQBDG01-ACAO         TO WRK-BRC-DET-ACAO
           MOVE WRK-ENV-MOTIVO        TO WRK-BRC-DET-MOTIVO
           MOVE WRK-ENV-DAT-EFETIVA   TO WRK-BRC-DET-DAT-EFET
           MOVE WRK-DAT-NEGOCIO       TO WRK-BRC-DET-DAT-ENVIO
           MOVE WRK-MOT-DESC(WRK-IDX-MOT) TO WRK-BRC-DET-OBS

           PERFORM 7050-GRAVAR-LINHA-DET
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
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
      *    ROTINA DE VARREDURA DO ESTADO DA INTERFACE DO INICIO AO
      *    FIM: MATRICULA LIBERADA NO CRACHA QUE NAO ESTA MAIS NO
      *    CADASTRO (SAIU DA EXTRACAO) E BLOQUEADA COMO FORA DO
      *    CADASTRO, COM OS DADOS GUARDADOS NO PROPRIO ESTADO.
      *----------------------------------------------------------------*
       4000-VERIFICAR-FORA-CADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                TO WRK-SW-BST-FIM
           MOVE ZEROS              TO ARQBST01-NR-MATR

           SET WRK-CN-START             TO TRUE
           SET WRK-CN-ARQBST01          TO TRUE

           START ARQBST01 KEY NOT LESS ARQBST01-NR-MATR

           IF WRK-FS-BST01-OK
              PERFORM 4010-LER-ESTADO
                 UNTIL WRK-BST-FIM
           ELSE
              IF NOT WRK-FS-BST01-NAOACHOU
              AND NOT WRK-FS-BST01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 REGISTRO DO ESTADO NA VARREDURA E
      *    CONSULTA DA MATRICULA LIBERADA NO CADASTRO
      *----------------------------------------------------------------*
       4010-LER-ESTADO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQBST01          TO TRUE

           READ ARQBST01 NEXT RECORD.

           IF WRK-FS-BST01-OK
              ADD 1 TO ACU-LIDOS-ARQBST01
              IF ARQBST01-DESBLOQUEADO
                 PERFORM 4020-CONFERIR-LIBERADO
              END-IF
           ELSE
              SET WRK-BST-FIM TO TRUE
              IF NOT WRK-FS-BST01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONSULTA NO CADASTRO DA MATRICULA LIBERADA NO
      *    ESTADO: FORA DO CADASTRO, ENVIA O BLOQUEIO 'FC' NA DATA DE
      *    NEGOCIO
      *----------------------------------------------------------------*
       4020-CONFERIR-LIBERADO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQCAD01          TO TRUE

           MOVE ARQBST01-NR-MATR        TO ARQCAD01-NR-MATR

           READ ARQCAD01

           IF NOT WRK-FS-CAD01-OK
              IF NOT WRK-FS-CAD01-NAOACHOU
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              SET WRK-ESTADO-EXISTE     TO TRUE
              SET WRK-ENV-BLOQUEIO      TO TRUE
              MOVE 'FC'                 TO WRK-ENV-MOTIVO
              MOVE WRK-DAT-NEGOCIO      TO WRK-ENV-DAT-EFETIVA
              MOVE ARQBST01-NR-MATR     TO WRK-ENV-NR-MATR
              MOVE ARQBST01-NM-FUNC     TO WRK-ENV-NM-FUNC
              MOVE ARQBST01-COD-ESCRT   TO WRK-ENV-COD-ESCRT
              MOVE ARQBST01-DAT-CNTRL   TO WRK-ENV-DAT-CNTRL
              MOVE ARQBST01-SIT-FUNC    TO WRK-ENV-SIT-FUNC

              PERFORM 3300-ENVIAR
           END-IF
           .
      *----------------------------------------------------------------*
       4020-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE FECHAMENTO DA REMESSA: TRAILER COM AS
      *    QUANTIDADES (REMESSA SEM MUDANCA SAI SO COM HEADER E
      *    TRAILER ZERADO, PARA O SISTEMA DE ACESSO SABER QUE O CICLO
      *    RODOU)
      *----------------------------------------------------------------*
       4500-FECHAR-REMESSA SECTION.
      *----------------------------------------------------------------*
           IF ACU-ENVIADOS EQUAL ZERO
              MOVE '*** NENHUMA MUDANCA A ENVIAR NESTE CICLO ***'
                TO WRK-BRC-MSG-TEXTO
              PERFORM 7060-GRAVAR-MENSAGEM
           END-IF

           MOVE ACU-ENVIADOS          TO ARQBDG01-TRL-QTDE
           MOVE ACU-BLOQUEIOS         TO ARQBDG01-TRL-QTDE-BLOQ
           MOVE ACU-DESBLOQUEIOS      TO ARQBDG01-TRL-QTDE-DESBL

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQBDG01        TO TRUE

           WRITE FD-ARQBDG01 FROM ARQBDG01-REG-TRAILER

           IF NOT WRK-FS-BDG01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE           TO TRUE

           CLOSE ARQBDG01

           IF NOT WRK-FS-BDG01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4500-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONCILIACAO DO ESTADO ENVIADO COM O CADASTRO:
      *    NOVA PASSADA PELO CADASTRO DO INICIO AO FIM, LISTANDO QUEM
      *    TEM O ULTIMO ENVIO EM DESACORDO COM A SITUACAO E A DATA DE
      *    CONTROLE ATUAIS. APOS A REMESSA SO DEVEM SOBRAR OS DADOS
      *    INVALIDOS E OS VENCIDOS QUE TIVERAM A DATA DE CONTROLE
      *    ALTERADA SEM SAIR DO VENCIMENTO.
      *----------------------------------------------------------------*
       5000-CONCILIAR SECTION.
      *----------------------------------------------------------------*
           MOVE 'CONCILIACAO ESTADO ENVIADO X CADASTRO - DIVERGENCIAS'
             TO WRK-BRC-CAB-SECAO
           MOVE ZEROS TO WRK-BRC-QTDE-SECAO
           PERFORM 7000-IMPRIMIR-CABECALHO

           MOVE ZEROS              TO ARQCAD01-NR-MATR

           SET WRK-CN-START             TO TRUE
           SET WRK-CN-ARQCAD01          TO TRUE

           START ARQCAD01 KEY NOT LESS ARQCAD01-NR-MATR

           IF WRK-FS-CAD01-OK
              PERFORM 5010-CONFERIR-FUNCIONARIO
                 UNTIL WRK-FS-CAD01-FIM
           ELSE
              IF NOT WRK-FS-CAD01-NAOACHOU
              AND NOT WRK-FS-CAD01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF ACU-DIVERGENCIAS EQUAL ZERO
              MOVE '*** ESTADO ENVIADO CONFERE COM O CADASTRO ***'
                TO WRK-BRC-MSG-TEXTO
              PERFORM 7060-GRAVAR-MENSAGEM
           END-IF

           PERFORM 7300-IMPRIMIR-TOTAIS
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CONFERENCIA DE 1 FUNCIONARIO DO CADASTRO CONTRA O
      *    ESTADO ENVIADO (SEM ESTADO = LIBERADO NO CRACHA)
      *----------------------------------------------------------------*
       5010-CONFERIR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ              TO TRUE
           SET WRK-CN-ARQCAD01          TO TRUE

           READ ARQCAD01 NEXT RECORD.

           IF WRK-FS-CAD01-OK
              ADD 1 TO ACU-CONFERIDOS

              PERFORM 3100-DEFINIR-DESEJADO

              PERFORM 3210-LER-ESTADO

              PERFORM 5020-AVALIAR-DIVERGENCIA

              IF WRK-DVG-TEXTO NOT EQUAL SPACES
                 PERFORM 5030-IMPRIMIR-DIVERGENCIA
              END-IF
           ELSE
              IF NOT WRK-FS-CAD01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       5010-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE COMPARACAO DA SITUACAO DEVIDA COM O ESTADO
      *    ENVIADO DO FUNCIONARIO CORRENTE. A DIVERGENCIA ENCONTRADA
      *    FICA EM WRK-DVG-TEXTO (EM BRANCO = SEM DIVERGENCIA).
      *----------------------------------------------------------------*
       5020-AVALIAR-DIVERGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-DVG-TEXTO

           IF WRK-DSJ-INDEFINIDO
              MOVE WRK-DSJ-CRITICA TO WRK-DVG-TEXTO
           ELSE
              IF WRK-ESTADO-NAO-EXISTE
                 IF WRK-DSJ-BLOQUEIO
                    MOVE 'BLOQUEIO DEVIDO NAO ENVIADO'
                      TO WRK-DVG-TEXTO
                 END-IF
              ELSE
                 EVALUATE TRUE
                    WHEN NOT ARQBST01-BLOQUEADO
                     AND NOT ARQBST01-DESBLOQUEADO
                       MOVE 'ESTADO ENVIADO INVALIDO'
                         TO WRK-DVG-TEXTO
                    WHEN ARQBST01-BLOQUEADO AND WRK-DSJ-LIBERADO
                       MOVE 'BLOQUEADO - CADASTRO LIBERA'
                         TO WRK-DVG-TEXTO
                    WHEN ARQBST01-DESBLOQUEADO AND WRK-DSJ-BLOQUEIO
                       MOVE 'LIBERADO - CADASTRO BLOQUEIA'
                         TO WRK-DVG-TEXTO
                    WHEN ARQBST01-BLOQUEADO
                     AND ARQBST01-COD-MOTIVO NOT EQUAL WRK-DSJ-MOTIVO
                       MOVE 'MOTIVO ENVIADO DIFERENTE'
                         TO WRK-DVG-TEXTO
                    WHEN ARQBST01-BLOQUEADO
                     AND ARQBST01-MOT-VENCIDO
                     AND ARQBST01-DAT-CNTRL NOT EQUAL ARQCAD01-DAT-CNTRL
                       MOVE 'DT.CONTROLE ALTERADA APOS ENVIO'
                         TO WRK-DVG-TEXTO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       5020-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DE 1 DIVERGENCIA DA CONCILIACAO
      *----------------------------------------------------------------*
       5030-IMPRIMIR-DIVERGENCIA SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO ACU-DIVERGENCIAS

           MOVE SPACES                TO WRK-BRC-DETALHE
           MOVE ARQCAD01-NR-MATR      TO WRK-BRC-DET-MATR
           MOVE ARQCAD01-NM-FUNC      TO WRK-BRC-DET-NOME
           MOVE ARQCAD01-COD-ESCRT    TO WRK-BRC-DET-ESCRT
           MOVE ARQCAD01-SIT-FUNC     TO WRK-BRC-DET-SIT
           MOVE ARQCAD01-DAT-CNTRL    TO WRK-BRC-DET-DAT-CNTRL
           IF WRK-ESTADO-EXISTE
              EVALUATE TRUE
                 WHEN ARQBST01-BLOQUEADO
                    MOVE 'BLOQUEIO'        TO WRK-BRC-DET-ACAO
                 WHEN ARQBST01-DESBLOQUEADO
                    MOVE 'DESBLOQUEIO'     TO WRK-BRC-DET-ACAO
                 WHEN OTHER
                    MOVE ARQBST01-SIT-ENVIADA TO WRK-BRC-DET-ACAO
              END-EVALUATE
              MOVE ARQBST01-COD-MOTIVO  TO WRK-BRC-DET-MOTIVO
              MOVE ARQBST01-DAT-EFETIVA TO WRK-BRC-DET-DAT-EFET
              MOVE ARQBST01-DAT-ENVIO   TO WRK-BRC-DET-DAT-ENVIO
           ELSE
              MOVE '(NENHUM)'           TO WRK-BRC-DET-ACAO
           END-IF
           MOVE WRK-DVG-TEXTO         TO WRK-BRC-DET-OBS

           PERFORM 7050-GRAVAR-LINHA-DET
           .
      *----------------------------------------------------------------*
       5030-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DO CABECALHO EM PAGINA NOVA (TITULO DA
      *    SECAO JA MOVIDO PELO CHAMADOR)
      *----------------------------------------------------------------*
       7000-IMPRIMIR-CABECALHO SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-BRC-PAGINA
           MOVE WRK-BRC-PAGINA      TO WRK-BRC-CAB-PAGINA
           MOVE WRK-DAT-NEGOCIO     TO WRK-BRC-CAB-NEGOCIO
           MOVE WRK-DAT-GERACAO     TO WRK-BRC-CAB-GERACAO
           MOVE WRK-HRA-GERACAO     TO WRK-BRC-CAB-HORA

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQBRC01      TO TRUE

           WRITE FD-ARQBRC01 FROM WRK-BRC-CABEC1
           IF NOT WRK-FS-BRC01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQBRC01 FROM WRK-BRC-CABEC2
           IF NOT WRK-FS-BRC01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQBRC01 FROM WRK-BRC-CABEC3
           IF NOT WRK-FS-BRC01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 6 TO WRK-BRC-LINHAS
           .
      *----------------------------------------------------------------*
       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA DE DETALHE (WRK-BRC-DETALHE
      *    JA MONTADA PELO CHAMADOR), COM QUEBRA DE PAGINA
      *----------------------------------------------------------------*
       7050-GRAVAR-LINHA-DET SECTION.
      *----------------------------------------------------------------*
           IF WRK-BRC-LINHAS GREATER 55
              PERFORM 7000-IMPRIMIR-CABECALHO
           END-IF

           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQBRC01      TO TRUE

           WRITE FD-ARQBRC01 FROM WRK-BRC-DETALHE

           IF NOT WRK-FS-BRC01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO WRK-BRC-LINHAS
           ADD 1 TO WRK-BRC-QTDE-SECAO
           .
      *----------------------------------------------------------------*
       7050-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA DE MENSAGEM DA SECAO
      *    (WRK-BRC-MSG-TEXTO JA MOVIDO PELO CHAMADOR)
      *----------------------------------------------------------------*
       7060-GRAVAR-MENSAGEM SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQBRC01      TO TRUE

           WRITE FD-ARQBRC01 FROM WRK-BRC-MENSAGEM

           IF NOT WRK-FS-BRC01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 2 TO WRK-BRC-LINHAS
           .
      *----------------------------------------------------------------*
       7060-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DOS TOTAIS DA EXECUCAO EM PAGINA NOVA:
      *    LEITURAS, ENVIOS POR MOTIVO E DIVERGENCIAS
      *----------------------------------------------------------------*
       7300-IMPRIMIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE 'TOTAIS DA EXECUCAO' TO WRK-BRC-CAB-SECAO
           PERFORM 7000-IMPRIMIR-CABECALHO

           MOVE '0'                            TO WRK-BRC-TOT-CTL
           MOVE 'FUNCIONARIOS LIDOS DO CADASTRO'
             TO WRK-BRC-TOT-TEXTO
           MOVE ACU-LIDOS-ARQCAD01             TO WRK-BRC-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE ' '                            TO WRK-BRC-TOT-CTL
           MOVE 'NAO AVALIADOS (DADO INVALIDO)'
             TO WRK-BRC-TOT-TEXTO
           MOVE ACU-NAO-AVALIADOS              TO WRK-BRC-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE 'REGISTROS LIDOS DO ESTADO'    TO WRK-BRC-TOT-TEXTO
           MOVE ACU-LIDOS-ARQBST01             TO WRK-BRC-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE '0'                            TO WRK-BRC-TOT-CTL
           MOVE 'REGISTROS ENVIADOS NA REMESSA'
             TO WRK-BRC-TOT-TEXTO
           MOVE ACU-ENVIADOS                   TO WRK-BRC-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE ' '                            TO WRK-BRC-TOT-CTL
           PERFORM 7310-IMPRIMIR-MOTIVO
              VARYING WRK-IDX-MOT FROM 1 BY 1
              UNTIL WRK-IDX-MOT GREATER 6

           MOVE '0'                            TO WRK-BRC-TOT-CTL
           MOVE 'FUNCIONARIOS CONCILIADOS'     TO WRK-BRC-TOT-TEXTO
           MOVE ACU-CONFERIDOS                 TO WRK-BRC-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL

           MOVE ' '                            TO WRK-BRC-TOT-CTL
           MOVE 'DIVERGENCIAS ESTADO X CADASTRO'
             TO WRK-BRC-TOT-TEXTO
           MOVE ACU-DIVERGENCIAS               TO WRK-BRC-TOT-QTDE
           PERFORM 7350-GRAVAR-TOTAL
           .
      *----------------------------------------------------------------*
       7300-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE IMPRESSAO DA QUANTIDADE ENVIADA DE 1 MOTIVO
      *----------------------------------------------------------------*
       7310-IMPRIMIR-MOTIVO SECTION.
      *----------------------------------------------------------------*
           SET WRK-SUB-MOT TO WRK-IDX-MOT

           MOVE SPACES                TO WRK-BRC-TOT-TEXTO
           IF WRK-MOT-ACAO(WRK-IDX-MOT) EQUAL 'B'
              STRING '  BLOQUEIO    ' WRK-MOT-COD(WRK-IDX-MOT) ' '
                     WRK-MOT-DESC(WRK-IDX-MOT)
                     DELIMITED BY SIZE INTO WRK-BRC-TOT-TEXTO
           ELSE
              STRING '  DESBLOQUEIO ' WRK-MOT-COD(WRK-IDX-MOT) ' '
                     WRK-MOT-DESC(WRK-IDX-MOT)
                     DELIMITED BY SIZE INTO WRK-BRC-TOT-TEXTO
           END-IF
           MOVE WRK-MOT-QTDE(WRK-SUB-MOT) TO WRK-BRC-TOT-QTDE

           PERFORM 7350-GRAVAR-TOTAL
           .
      *----------------------------------------------------------------*
       7310-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 LINHA DE TOTAL (WRK-BRC-TOTAL JA
      *    MONTADA PELO CHAMADOR)
      *----------------------------------------------------------------*
       7350-GRAVAR-TOTAL SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE         TO TRUE
           SET WRK-CN-ARQBRC01      TO TRUE

           WRITE FD-ARQBRC01 FROM WRK-BRC-TOTAL

           IF NOT WRK-FS-BRC01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       7350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION .
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: 'WRK-COMANDO'                     *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS CAD01:' WRK-FS-ARQCAD01         '*'
           DISPLAY '* FILE-STATUS BST01:' WRK-FS-ARQBST01         '*'
           DISPLAY '* FILE-STATUS BDG01:' WRK-FS-ARQBDG01         '*'
           DISPLAY '* FILE-STATUS BRC01:' WRK-FS-ARQBRC01         '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 12 TO WRK-RC-FINAL

           SET WRK-FINALIZ-COM-ERRO TO TRUE

           PERFORM 9900-FINALIZAR.
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE CANCELAMENTO POR TABELA INCONSISTENTE. A
      *    MENSAGEM ESPECIFICA JA FOI EXIBIDA POR QUEM DETECTOU O
      *    PROBLEMA.
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
      *    ENCERRA. RETURN-CODE: 0 = REMESSA GERADA E ESTADO
      *    CONCILIADO, 4 = REMESSA GERADA COM DIVERGENCIA NA
      *    CONCILIACAO (INCLUSIVE DADO INVALIDO NO CADASTRO), 12 =
      *    ABORTO POR ERRO DE ARQUIVO (REMESSA INCOMPLETA - NAO
      *    TRANSMITIR), 16 = PARM INVALIDO OU ERRO DE INTEGRIDADE.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQCAD01
           CLOSE ARQBST01
           CLOSE ARQBRC01

           IF WRK-FINALIZ-COM-ERRO
              CLOSE ARQBDG01
           END-IF

           DISPLAY '***************************************************'
           DISPLAY '* DATA DE NEGOCIO            'WRK-DAT-NEGOCIO
           DISPLAY '* QTDE LIDA DO CADASTRO      'ACU-LIDOS-ARQCAD01
           DISPLAY '* QTDE NAO AVALIADA          'ACU-NAO-AVALIADOS
           DISPLAY '* QTDE LIDA DO ESTADO        'ACU-LIDOS-ARQBST01
           DISPLAY '* QTDE ENVIADA NA REMESSA    'ACU-ENVIADOS
           DISPLAY '* QTDE DE BLOQUEIOS          'ACU-BLOQUEIOS
           DISPLAY '* QTDE DE DESBLOQUEIOS       'ACU-DESBLOQUEIOS
           DISPLAY '* QTDE CONCILIADA            'ACU-CONFERIDOS
           DISPLAY '* QTDE DE DIVERGENCIAS       'ACU-DIVERGENCIAS
           DISPLAY '* EXER0115 - FIM DO PROGRAMA.                      '
           DISPLAY '***************************************************'

           IF NOT WRK-FINALIZ-COM-ERRO
              IF ACU-DIVERGENCIAS GREATER ZERO
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

          END PROGRAM EXER0115.
      *----------------------------------------------------------------*
