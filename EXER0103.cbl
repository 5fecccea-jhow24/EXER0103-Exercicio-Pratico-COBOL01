      *      ARQNOT01                                  NOT01103
      *      ARQESC01                                  ESC01103
      *      ARQHIS01                                  HIS01103
      *      ARQEXC01                                  EXC01103
      *      ARQHST01                                  HST01104
      *      ARQSAI06                                  (RELAT.GESTOR)
      *      ARQGES01                                  GES01103
      *      ARQPRM01                                  (CARTOES PARM)
      *      ARQNST01                                  NST01103
      *      ARQCAL01                                  (CALENDARIO)
      *      ARQDVR1                                   (DIVERGENCIAS)
      *      ARQSAI07                                  (RELAT.DIVERG.)
      *      ARQRET01                                  (RETORNO ORIGEM)
      *      ARQCTL01                                  CTL01103
      *      ARQLIB01                                  LIB01103
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *                               MOSTRA A SITUACAO E A DATA DA    *
      *                               ULTIMA MUDANCA. AS INCLUSOES DA  *
      *                               EXTRACAO GRAVAM SITUACAO ATIVA.  *
      *     15/10/2026 ARI BORGES     INCLUIDA A DETECCAO DE           *
      *                               DIVERGENCIA DE RENOVACAO: QUANDO *
      *                               A ENTREGA TRAZ DATA DE CONTROLE  *
      *                               MAIS ANTIGA QUE A DO CADASTRO E  *
      *                               A ULTIMA OCORRENCIA DE ARQHST01  *
      *                               DA MATRICULA VEIO DE MOVIMENTO   *
      *                               (EXER0104, ORIGEM 'M'), A        *
      *                               ENTREGA DESFARIA A RENOVACAO. O  *
      *                               CARTAO REGRA-DIVERGENCIA DEFINE  *
      *                               O TRATAMENTO ('M' = MANTEM A     *
      *                               DATA RENOVADA, DEFAULT; 'A' =    *
      *                               ACEITA A DATA DA ENTREGA). TODA  *
      *                               DIVERGENCIA SAI NO RELATORIO     *
      *                               ARQSAI07 E NO ARQUIVO DE RETORNO *
      *                               DO SISTEMA DE ORIGEM             *
      *                               (ARQRET01.<ORIGEM>, 1 POR ORIGEM *
      *                               DO LOTE), PARA CADA ORIGEM       *
      *                               CORRIGIR O PROPRIO DADO.         *
      *                               DIVERGENCIA LEVA O RETURN-CODE   *
      *                               A 04.                            *
      *     15/10/2026 ARI BORGES     O CHAMADO DO RH GUARDADO NO      *
      *                               ESTADO DE NOTIFICACAO (ARQNST01, *
      *                               GRAVADO PELO EXER0112) E LIMPO   *
      *                               QUANDO UM NOVO CICLO DE          *
      *                               NOTIFICACAO COMECA (EVENTO       *
      *                               'NOVO'), PARA O RETORNO DO CICLO *
      *                               ANTERIOR NAO VALER PELO NOVO.    *
      *     15/10/2026 ARI BORGES     INCLUIDO O CONTROLE DE EXECUCAO  *
      *                               DA ESTEIRA NOTURNA (ARQCTL01):   *
      *                               O LOTE (MODOS 'B'/'R') SO RODA   *
      *                               SE O EXER0109 (DESCARGA) TIVER   *
      *                               TERMINADO LIMPO NA MESMA DATA DE *
      *                               NEGOCIO (DATA-BASE), SALVO       *
      *                               CARTAO DE LIBERACAO DO OPERADOR  *
      *                               (ARQLIB01); SEM ELE A EXECUCAO E *
      *                               RECUSADA COM RETURN-CODE 20. A   *
      *                               DATA-BASE PASSA A SER DEFINIDA   *
      *                               ANTES DA ABERTURA DOS ARQUIVOS.  *
      *                               A LINHA DE ARQEXC01 PASSA PARA O *
      *                               BOOK EXC01103, COMPARTILHADO COM *
      *                               OS DEMAIS PROGRAMAS DA ESTEIRA.  *
      *     15/10/2026 ARI BORGES     ESCRITORIO MARCADO INATIVO NO    *
      *                               MESTRE (ARQESC01, FECHADO OU     *
      *                               INCORPORADO PELO EXER0113) DEIXA *
      *                               DE SER ACEITO: O REGISTRO VAI    *
      *                               PARA ARQREJ01 COM MOTIVO ES02.   *
      *     15/10/2026 ARI BORGES     ARQHST01 PASSA A LRECL 136 COM   *
      *                               SOLICITANTE E APROVADOR DO       *
      *                               MOVIMENTO, GRAVADOS EM BRANCO NO *
      *                               REGISTRO DE ORIGEM EXTRACAO.     *
      *     15/10/2026 ARI BORGES     ESCRITORIO INATIVO COM DESTINO NO*
      *                               MESTRE E DATA DE INATIVACAO ATE A*
      *                               DATA-BASE (TRANSFERIDO PELO      *
      *                               EXER0113) NAO REJEITA MAIS: O    *
      *                               REGISTRO PASSA AO ESCRITORIO DE  *
      *                               DESTINO (COM O NOME OFICIAL)     *
      *                               ANTES DO CADASTRO E DAS SAIDAS;  *
      *                               ES02 FICA PARA INATIVO SEM       *
      *                               DESTINO. A SITUACAO 'S'/'T' E A  *
      *                               DATA DA SITUACAO DO CICLO        *
      *                               ANTERIOR (ARQCADA1, JA COM OS    *
      *                               MOVIMENTOS DO EXER0104) PASSAM A *
      *                               SER MANTIDAS NO CADASTRO; O      *
      *                               DESLIGADO AINDA ENVIADO PELA     *
      *                               ORIGEM FICA FORA DAS SAIDAS.     *
      *     15/10/2026 ARI BORGES     ARQNST01 PASSA A LRECL 158 COM A *
      *                               DATA DE INICIO DO CICLO DE       *
      *                               NOTIFICACAO, GRAVADA SO NO       *
      *                               EVENTO NOVO (BASE DO PRAZO DE    *
      *                               RETORNO DO RH NO EXER0112).      *
      *================================================================*
      *                                                                *
      *================================================================*
      *
           SELECT ARQCAL01 ASSIGN       TO UT-S-ARQCAL01
                      FILE STATUS      IS WRK-FS-ARQCAL01.
      *
           SELECT ARQDVR1  ASSIGN       TO UT-S-ARQDVR1
                      FILE STATUS      IS WRK-FS-ARQDVR1.
      *
           SELECT ARQDVR2  ASSIGN       TO UT-S-ARQDVR2
                      FILE STATUS      IS WRK-FS-ARQDVR2.
      *
           SELECT WRK-SD-DIVERG  ASSIGN TO UT-S-ARQDVRS.
      *
           SELECT ARQSAI07 ASSIGN       TO UT-S-ARQSAI07
                      FILE STATUS      IS WRK-FS-ARQSAI07.
      *
           SELECT ARQRET01 ASSIGN       TO DYNAMIC WRK-RET-NOME-ARQ
                      FILE STATUS      IS WRK-FS-ARQRET01.
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
      *================================================================*
       DATA                            DIVISION.
          05 FILLER                   PIC  X(010).
          05 ARQCADA1-SIT-FUNC        PIC  X(001).
             88 ARQCADA1-SIT-DESLIGADO         VALUE 'T'.
          05 ARQCADA1-DAT-SITUACAO    PIC  X(010).
          05 FILLER                   PIC  X(042).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE MOVIMENTACAO DO CADASTRO ENTRE A   *
      *               NOTIFICADO), CONSULTADO E ATUALIZADO POR        *
      *               8025-AVALIAR-ESTADO-NOTIF PARA QUE A            *
      *               INTERFACE LEVE SO OS EVENTOS NOVOS.             *
      *               ORG. INDEXADA      -   LRECL = 158              *
      *---------------------------------------------------------------*

       FD  ARQNST01
      *               1090 SOMENTE QUANDO A CONFERENCIA DE            *
      *               MOVIMENTACAO ESTA ATIVA; CADA ALTERACAO DE DATA *
      *               DETECTADA EM 3840 GRAVA 1 REGISTRO ANTES/DEPOIS *
      *               (VER 3846-GRAVAR-HISTORICO-RENOV). A ULTIMA     *
      *               TROCA DA MATRICULA TAMBEM E LIDA NA DETECCAO DE *
      *               DIVERGENCIA DE RENOVACAO (3850/3852).           *
      *               ORG. INDEXADA      -   LRECL = 136              *
      *---------------------------------------------------------------*

       FD  ARQHST01
      *               LINHAS INICIADAS POR '*' SAO COMENTARIO.        *
      *               PALAVRAS ACEITAS: DATA-BASE, DIAS-AVISO, MODO,  *
      *               MATRICULA, RELATORIO, PCT-OSCILACAO,            *
      *               DISTRIBUICAO, REALERTA, REGRA-DIVERGENCIA. O    *
      *               QUE FOR OMITIDO ASSUME O DEFAULT.               *
      *               ORG. SEQUENCIAL  -  LRECL = 80                  *
      *---------------------------------------------------------------*

       FD  ARQPRM01
          05 WRK-SD-NOT-NM-ESCRT     PIC X(030).
          05 WRK-SD-NOT-DAT-CNTRL    PIC X(010).

      *---------------------------------------------------------------*
      *   CONTROLE:  DIVERGENCIAS DE RENOVACAO DETECTADAS NA PASSADA  *
      *               PRINCIPAL (3851), NA ORDEM DE LEITURA DE        *
      *               ARQENT01, A SEREM ORDENADAS POR SISTEMA DE      *
      *               ORIGEM EM 8600-GERAR-DIVERGENCIA.               *
      *               ORG. SEQUENCIAL   -   LRECL = 111                *
      *---------------------------------------------------------------*

       FD  ARQDVR1
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ARQDVR1-REG-DIVERG.
          05 ARQDVR1-SIST-ORIGEM     PIC X(010).
          05 ARQDVR1-NR-MATR         PIC 9(008).
          05 ARQDVR1-NM-FUNC         PIC X(060).
          05 ARQDVR1-COD-ESCRT       PIC X(004).
          05 ARQDVR1-DAT-ENTREGA     PIC X(010).
          05 ARQDVR1-DAT-CADASTRO    PIC X(010).
          05 ARQDVR1-DAT-MOVTO       PIC 9(008).
          05 ARQDVR1-ACAO            PIC X(001).

      *---------------------------------------------------------------*
      *   CONTROLE:  SAIDA DA ORDENACAO (SORT) DE ARQDVR1, JA EM      *
      *               SEQUENCIA DE SISTEMA DE ORIGEM/MATRICULA, PARA  *
      *               O RELATORIO DE DIVERGENCIAS (ARQSAI07) E OS     *
      *               ARQUIVOS DE RETORNO POR ORIGEM (ARQRET01).      *
      *               ORG. SEQUENCIAL   -   LRECL = 111                *
      *---------------------------------------------------------------*

       FD  ARQDVR2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ARQDVR2-REG-DIVERG.
          05 ARQDVR2-SIST-ORIGEM     PIC X(010).
          05 ARQDVR2-NR-MATR         PIC 9(008).
          05 ARQDVR2-NM-FUNC         PIC X(060).
          05 ARQDVR2-COD-ESCRT       PIC X(004).
          05 ARQDVR2-DAT-ENTREGA     PIC X(010).
          05 ARQDVR2-DAT-CADASTRO    PIC X(010).
          05 ARQDVR2-DAT-MOVTO       PIC 9(008).
          05 ARQDVR2-ACAO            PIC X(001).
             88 ARQDVR2-ACAO-MANTIDA            VALUE 'M'.
             88 ARQDVR2-ACAO-ACEITA             VALUE 'A'.

      *---------------------------------------------------------------*
      *   CONTROLE:  DESCRITOR DE ORDENACAO (SORT) USADO PARA LEVAR   *
      *               ARQDVR1 A ARQDVR2 EM SEQUENCIA DE ORIGEM.       *
      *---------------------------------------------------------------*

       SD  WRK-SD-DIVERG.
       01 WRK-SD-DVG-REG.
          05 WRK-SD-DVG-SIST-ORIGEM  PIC X(010).
          05 WRK-SD-DVG-NR-MATR      PIC 9(008).
          05 WRK-SD-DVG-NM-FUNC      PIC X(060).
          05 WRK-SD-DVG-COD-ESCRT    PIC X(004).
          05 WRK-SD-DVG-DAT-ENTREGA  PIC X(010).
          05 WRK-SD-DVG-DAT-CADASTRO PIC X(010).
          05 WRK-SD-DVG-DAT-MOVTO    PIC 9(008).
          05 WRK-SD-DVG-ACAO         PIC X(001).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO IMPRESSO DAS DIVERGENCIAS DE          *
      *               RENOVACAO (ENTREGA COM DATA MAIS ANTIGA QUE A   *
      *               RENOVACAO APLICADA PELO EXER0104), QUEBRADO POR *
      *               SISTEMA DE ORIGEM, COM A ACAO TOMADA.           *
      *               ORG. SEQUENCIAL   -   LRECL = 133 (1A POSICAO   *
      *               E O CARACTERE DE CONTROLE DE FORMULARIO - ASA). *
      *---------------------------------------------------------------*

       FD  ARQSAI07
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI07             PIC X(133).

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO DE RETORNO DE 1 SISTEMA DE ORIGEM COM   *
      *               AS DIVERGENCIAS DE RENOVACAO DA SUA ENTREGA. O  *
      *               NOME FISICO E MONTADO EM TEMPO DE EXECUCAO      *
      *               (ARQRET01.<SISTEMA DE ORIGEM>), COMO NO         *
      *               ARQDIS01: HEADER (ORIGEM E DATA BASE),          *
      *               DETALHES E TRAILER COM A QTDE. TODA ORIGEM      *
      *               PROCESSADA NO LOTE RECEBE O SEU, MESMO VAZIO.   *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQRET01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQRET01             PIC X(120).

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

      *
      *
      *----------------------------------------------------------------*
       77 ACU-MOV-ALTERADOS       PIC  9(005) VALUE ZEROS.
       77 ACU-MOV-EXCLUIDOS       PIC  9(005) VALUE ZEROS.
       77 WRK-QTDE-CADANT         PIC  9(005) COMP VALUE ZEROS.
       77 WRK-QTDE-CADANT-ATIVOS  PIC  9(005) COMP VALUE ZEROS.
       77 WRK-PCT-LIMITE          PIC  9(003) VALUE 030.
       77 WRK-PCT-QUEDA           PIC  9(003) VALUE ZEROS.
       77 WRK-SW-CADANT           PIC  X(001) VALUE 'N'.
       77 WRK-SW-ESCRT-VAL        PIC  X(001) VALUE SPACES.
          88 WRK-ESCRT-OK                     VALUE 'S'.
          88 WRK-ESCRT-NOK                    VALUE 'N'.
       77 WRK-SW-ESCRT-SIT        PIC  X(001) VALUE SPACES.
          88 WRK-ESCRT-ATIVO                  VALUE 'A' ' '.
          88 WRK-ESCRT-INATIVO                VALUE 'I'.
       77 WRK-ESCRT-COD-BUSCA     PIC  X(004) VALUE SPACES.
       77 WRK-ESCRT-NM-OFICIAL    PIC  X(030) VALUE SPACES.
       77 WRK-ESCRT-NM-GESTOR     PIC  X(030) VALUE SPACES.
       77 WRK-ESCRT-COD-DEST      PIC  X(004) VALUE SPACES.
       77 WRK-ESCRT-DAT-INATIV    PIC  X(008) VALUE SPACES.
       77 WRK-SW-ESCRT-TRANSF     PIC  X(001) VALUE 'N'.
          88 WRK-ESCRT-TRANSFERIDO            VALUE 'S'.
       77 WRK-QTDE-SALTOS         PIC  9(002) COMP VALUE ZEROS.
       77 WRK-SW-SIT-ANT          PIC  X(001) VALUE 'N'.
          88 WRK-REG-DESLIG-MANTIDO           VALUE 'T'.
       77 WRK-ORD-TIPO-REG        PIC  X(001) VALUE SPACES.
       77 WRK-ORD-DATA            PIC  X(010) VALUE SPACES.
       77 WRK-DIS-QTDE            PIC  9(005) VALUE ZEROS.
          88 WRK-ACUM-REJ                     VALUE 'R'.
          88 WRK-ACUM-DESLIG                  VALUE 'D'.
       77 ACU-DUP-CADASTRO        PIC  9(005) VALUE ZEROS.
       77 ACU-ESCRT-SUBSTITUIDOS  PIC  9(005) VALUE ZEROS.
       77 ACU-SIT-MANTIDA         PIC  9(005) VALUE ZEROS.
       77 WRK-RC-FINAL            PIC  9(002) VALUE ZEROS.
       77 WRK-DAT-INI             PIC  9(008) VALUE ZEROS.
       77 WRK-HRA-INI             PIC  9(006) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DE EXECUCAO DA ESTEIRA NOTURNA (ARQCTL01)          *
      *----------------------------------------------------------------*
       77 WRK-CTL-PREDECESSOR     PIC  X(008) VALUE 'EXER0109'.
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
       77 WRK-HST-PROX-SEQ        PIC  9(004) VALUE ZEROS.
       77 WRK-HST-DAT-ANTES       PIC  X(010) VALUE SPACES.
       77 WRK-SW-HST-FIM          PIC  X(001) VALUE 'N'.
          88 WRK-CAL-CARGA-ERRO               VALUE 'E'.
       77 WRK-UTIL-INT-INI        PIC  9(007) COMP VALUE ZEROS.
       77 WRK-UTIL-INT-FIM        PIC  9(007) COMP VALUE ZEROS.
       77 ACU-DIVERGENCIAS        PIC  9(005) VALUE ZEROS.
       77 ACU-DIVERG-MANTIDAS     PIC  9(005) VALUE ZEROS.
       77 ACU-DIVERG-ACEITAS      PIC  9(005) VALUE ZEROS.
       77 WRK-SW-DIVERG           PIC  X(001) VALUE 'N'.
          88 WRK-DIVERG-DETECTADA             VALUE 'S'.
       77 WRK-SW-DVG-ERRO         PIC  X(001) VALUE 'N'.
          88 WRK-DVG-COM-ERRO                 VALUE 'S'.
       77 WRK-DVG-DAT-CADASTRO    PIC  X(010) VALUE SPACES.
       77 WRK-DVG-DAT-MOVTO       PIC  9(008) VALUE ZEROS.
       77 WRK-RET-QTDE            PIC  9(005) VALUE ZEROS.
       77 WRK-RET-ORIGEM-ANT      PIC  X(010) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    DATA DE CONTROLE DO CADASTRO DO CICLO ANTERIOR INVERTIDA    *
      *    (AAAAMMDD) PARA A COMPARACAO COM A DATA DA ENTREGA NA       *
      *    DETECCAO DE DIVERGENCIA DE RENOVACAO (3850)                 *
      *----------------------------------------------------------------*
       01 WRK-DVG-DATA-CAD-INV.
          05 WRK-DVG-CAD-ANO       PIC  X(004).
          05 WRK-DVG-CAD-MES       PIC  X(002).
          05 WRK-DVG-CAD-DIA       PIC  X(002).
       01 WRK-DVG-DATA-CAD-NUM    REDEFINES WRK-DVG-DATA-CAD-INV
                                   PIC  9(008).
      *
      *----------------------------------------------------------------*
      *    NOME FISICO DO ARQUIVO DE RETORNO CORRENTE, MONTADO A CADA  *
      *    QUEBRA DE SISTEMA DE ORIGEM (ARQRET01.<ORIGEM>)             *
      *----------------------------------------------------------------*
       01 WRK-RET-NOME-ARQ.
          05 FILLER                PIC  X(009) VALUE 'ARQRET01.'.
          05 WRK-RET-NOME-ORIGEM   PIC  X(010) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO ARQUIVO DE RETORNO POR SISTEMA DE ORIGEM          *
      *    (ARQRET01)                                                  *
      *----------------------------------------------------------------*
       01 WRK-RET-CABEC.
          05 FILLER                PIC  X(007) VALUE 'ORIGEM;'.
          05 WRK-RET-CAB-ORIGEM    PIC  X(010).
          05 FILLER                PIC  X(011) VALUE ';DATA BASE;'.
          05 WRK-RET-CAB-DATA      PIC  9(008).

       01 WRK-RET-DETALHE.
          05 WRK-RET-DET-MATR      PIC  9(008).
          05 FILLER                PIC  X(001) VALUE ';'.
          05 WRK-RET-DET-NOME      PIC  X(060).
          05 FILLER                PIC  X(001) VALUE ';'.
          05 WRK-RET-DET-DAT-ENT   PIC  X(010).
          05 FILLER                PIC  X(001) VALUE ';'.
          05 WRK-RET-DET-DAT-CAD   PIC  X(010).
          05 FILLER                PIC  X(001) VALUE ';'.
          05 WRK-RET-DET-DAT-MOV   PIC  9(008).
          05 FILLER                PIC  X(001) VALUE ';'.
          05 WRK-RET-DET-ACAO      PIC  X(001).

       01 WRK-RET-TRAILER.
          05 FILLER                PIC  X(008) VALUE 'TRAILER;'.
          05 WRK-RET-TRL-QTDE      PIC  9(005).
      *
      *----------------------------------------------------------------*
      *    REGISTRO DO CALENDARIO DE FERIADOS (ARQCAL01) E TABELA DOS  *
          05 FILLER                PIC  X(008) VALUE 'TRAILER;'.
          05 WRK-DIS-TRL-QTDE      PIC  9(005).
      *
       77 WRK-SW-DATA-CTRL        PIC  X(001) VALUE SPACES.
          88 WRK-DATA-OK                      VALUE 'S'.
          88 WRK-DATA-NOK                     VALUE 'N'.
             10 WRK-ESCMST-COD        PIC X(004).
             10 WRK-ESCMST-NOME       PIC X(030).
             10 WRK-ESCMST-GESTOR     PIC X(030).
             10 WRK-ESCMST-SIT        PIC X(001).
             10 WRK-ESCMST-DAT-INATIV PIC X(008).
             10 WRK-ESCMST-COD-DEST   PIC X(004).
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQENT01      VALUE 'ENT01113'.
          88 WRK-CN-ARQSAI06      VALUE 'SAI01613'.
          88 WRK-CN-ARQGES01      VALUE 'GES01113'.
          88 WRK-CN-ARQNST01      VALUE 'NST01113'.
          88 WRK-CN-ARQDVR1       VALUE 'DVR01113'.
          88 WRK-CN-ARQDVR2       VALUE 'DVR01213'.
          88 WRK-CN-ARQSAI07      VALUE 'SAI01713'.
          88 WRK-CN-ARQRET01      VALUE 'RET01113'.
          88 WRK-CN-ARQCTL01      VALUE 'CTL01113'.
          88 WRK-CN-ARQLIB01      VALUE 'LIB01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
             10 WRK-CADANT-NM-FUNC    PIC X(060).
             10 WRK-CADANT-DAT-CNTRL  PIC X(010).
             10 WRK-CADANT-ENCONTRADO PIC X(001).
             10 WRK-CADANT-SIT-FUNC   PIC X(001).
             10 WRK-CADANT-DAT-SIT    PIC X(010).
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE MOVIMENTACAO (ARQSAI05) - LRECL 133, *
             10 WRK-GER-DATA          PIC 9(008).
             10 WRK-GER-QTD-LIDOS     PIC 9(005).
             10 WRK-GER-NESTE-LOTE    PIC X(001).
             10 WRK-GER-RETORNO       PIC X(001).

       01 WRK-CABEC-ARQREJ01.
          05 FILLER               PIC  X(029) VALUE
          05 FILLER                PIC  X(014) VALUE '  PROGRAMADO: '.
          05 WRK-GES-TOT-LIN-PROG  PIC  ZZZZ9.
          05 FILLER                PIC  X(058) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE DIVERGENCIAS DE RENOVACAO (ARQSAI07) *
      *    - LRECL = 133, 1A POSICAO = CARACTERE DE CONTROLE DE        *
      *    FORMULARIO (ASA)                                            *
      *----------------------------------------------------------------*
       01 WRK-DVG-CABEC1.
          05 FILLER                PIC  X(001) VALUE '1'.
          05 FILLER                PIC  X(009) VALUE 'EXER0103 '.
          05 FILLER                PIC  X(045) VALUE
                'RELATORIO DE DIVERGENCIAS DE RENOVACAO'.
          05 FILLER                PIC  X(011) VALUE 'DATA BASE: '.
          05 WRK-DVG-CAB-DATA      PIC  9(008).
          05 FILLER                PIC  X(010) VALUE '  REGRA: '.
          05 WRK-DVG-CAB-REGRA     PIC  X(001).
          05 FILLER                PIC  X(048) VALUE SPACES.

       01 WRK-DVG-CABEC2.
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 FILLER                PIC  X(012) VALUE 'ORIGEM'.
          05 FILLER                PIC  X(010) VALUE 'MATRICULA'.
          05 FILLER                PIC  X(060) VALUE
                'NOME DO FUNCIONARIO'.
          05 FILLER                PIC  X(006) VALUE 'ESCR'.
          05 FILLER                PIC  X(012) VALUE 'DT ENTREGA'.
          05 FILLER                PIC  X(012) VALUE 'DT CADASTRO'.
          05 FILLER                PIC  X(012) VALUE 'DT MOVIMENTO'.
          05 FILLER                PIC  X(008) VALUE 'ACAO'.

       01 WRK-DVG-DETALHE.
          05 FILLER                PIC  X(001) VALUE SPACE.
          05 WRK-DVG-DET-ORIGEM    PIC  X(010).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-DVG-DET-MATR      PIC  9(008).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-DVG-DET-NOME      PIC  X(060).
          05 WRK-DVG-DET-ESCRT     PIC  X(004).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-DVG-DET-DAT-ENT   PIC  X(010).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-DVG-DET-DAT-CAD   PIC  X(010).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-DVG-DET-DAT-MOV.
             10 WRK-DVG-DET-MOV-DIA PIC 9(002).
             10 FILLER              PIC X(001) VALUE '/'.
             10 WRK-DVG-DET-MOV-MES PIC 9(002).
             10 FILLER              PIC X(001) VALUE '/'.
             10 WRK-DVG-DET-MOV-ANO PIC 9(004).
          05 FILLER                PIC  X(002) VALUE SPACES.
          05 WRK-DVG-DET-ACAO      PIC  X(008).

       01 WRK-DVG-TOTAIS.
          05 FILLER                PIC  X(001) VALUE '0'.
          05 FILLER                PIC  X(023) VALUE
                'TOTAL DE DIVERGENCIAS: '.
          05 WRK-DVG-TOT-QTDE      PIC  ZZZZ9.
          05 FILLER                PIC  X(025) VALUE
                '  DATA RENOVADA MANTIDA: '.
          05 WRK-DVG-TOT-MANT      PIC  ZZZZ9.
          05 FILLER                PIC  X(026) VALUE
                '  DATA DA ENTREGA ACEITA: '.
          05 WRK-DVG-TOT-ACEI      PIC  ZZZZ9.
          05 FILLER                PIC  X(043) VALUE SPACES.

      *----------------------------------------------------------------
       01 FILLER                  PIC  X(050) VALUE
      *
       01 WRK-FS-ARQGES01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-GES01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQDVR1          PIC  X(002) VALUE SPACES.
          88 WRK-FS-DVR1-OK                   VALUE '00'.
      *
       01 WRK-FS-ARQDVR2          PIC  X(002) VALUE SPACES.
          88 WRK-FS-DVR2-OK                   VALUE '00'.
          88 WRK-FS-DVR2-FIM                  VALUE '10'.
      *
       01 WRK-FS-ARQSAI07         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SAI07-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQRET01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-RET01-OK                  VALUE '00'.
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
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
           COPY ESC01103.
           COPY HIS01103.
           COPY GES01103.
           COPY EXC01103.

      *----------------------------------------------------------------*
      *    AREA DAS OPCOES EFETIVAS DA EXECUCAO, CARREGADA DO ARQUIVO  *
      *    VINHA NO PARM POSICIONAL DO JCL. WRK-PARM-LEN E ARMADO NO   *
      *    FIM DA LEITURA DOS CARTOES; OS CAMPOS NAO INFORMADOS        *
      *    FICAM NOS DEFAULTS ABAIXO (LOTE 'B' COM A DATA ATUAL).      *
      *    A LINHA DE ARQEXC01 LEVA SO OS 28 PRIMEIROS BYTES (POSICOES *
      *    DO LAYOUT ORIGINAL); A REGRA DE DIVERGENCIA SAI SO NO ECO   *
      *    DAS OPCOES (0580).                                          *
      *----------------------------------------------------------------*
       01 WRK-JCL-PARM.
          05 WRK-PARM-LEN            PIC  S9(004) COMP VALUE ZEROS.
             10 WRK-PARM-IND-DISTR   PIC  X(001) VALUE 'N'.
                88 WRK-PARM-DISTR-SIM        VALUE 'S'.
             10 WRK-PARM-DIAS-REALER PIC  9(003) VALUE ZEROS.
             10 WRK-PARM-REGRA-DIVERG PIC X(001) VALUE 'M'.
                88 WRK-PARM-DIVERG-MANTER    VALUE 'M'.
                88 WRK-PARM-DIVERG-ACEITAR   VALUE 'A'.
      *
      *----------------------------------------------------------------*
      *    AREA DE TRABALHO DA LEITURA DOS CARTOES DE PARAMETRO        *
                    PERFORM 0590-ERRO-CARTAO
                 END-IF
                 MOVE WRK-CRT-VALOR-NUM TO WRK-PARM-DIAS-REALER
              WHEN 'REGRA-DIVERGENCIA'
                 IF WRK-CRT-VALOR(2:19) NOT EQUAL SPACES
                 OR (WRK-CRT-VALOR(1:1) NOT EQUAL 'M'
                     AND WRK-CRT-VALOR(1:1) NOT EQUAL 'A')
                    MOVE 'REGRA-DIVERG. DEVE SER M OU A'
                                TO WRK-CRT-MSG-ERRO
                    PERFORM 0590-ERRO-CARTAO
                 END-IF
                 MOVE WRK-CRT-VALOR(1:1) TO WRK-PARM-REGRA-DIVERG
              WHEN OTHER
                 MOVE 'PALAVRA-CHAVE DESCONHECIDA'
                             TO WRK-CRT-MSG-ERRO
           DISPLAY '* DISTRIBUICAO.: ' WRK-PARM-IND-DISTR
           DISPLAY '* REALERTA.....: ' WRK-PARM-DIAS-REALER
                   ' (000 = DEFAULT 007)'
           DISPLAY '* REGRA-DIVERG.: ' WRK-PARM-REGRA-DIVERG
                   ' (M = MANTEM RENOVADA, A = ACEITA ENTREGA)'
           DISPLAY '************************************************'
           .
      *----------------------------------------------------------------*
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
                 IF ARQCTL01-DAT-NEGOCIO NOT EQUAL WRK-DATA-CORRENTE
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
              AND ARQLIB01-DAT-NEGOCIO EQUAL WRK-DATA-CORRENTE
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

           MOVE WRK-DATA-CORRENTE         TO ARQCTL01-DAT-NEGOCIO
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
           DISPLAY '* DATA DE NEGOCIO.: ' WRK-DATA-CORRENTE
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
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PARM-LEN GREATER ZERO
           AND WRK-PARM-DATA-BASE NOT EQUAL SPACES
           AND WRK-PARM-DATA-BASE NOT EQUAL '00000000'
              MOVE WRK-PARM-DATA-BASE TO WRK-DATA-CONTR-INV-NUM
              PERFORM 3805-VALIDAR-DATA-CONTROLE
              IF WRK-DATA-OK
                 MOVE WRK-PARM-DATA-BASE TO WRK-DATA-CORRENTE
              ELSE
                 DISPLAY '* PARM DATA-BASE INVALIDA ('
                         WRK-PARM-DATA-BASE '), USANDO A DATA'
                         ' ATUAL *'
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-CORRENTE
              END-IF
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-CORRENTE
           END-IF

           PERFORM 0700-CONTROLAR-DEPENDENCIA

           SET WRK-CN-OPEN                    TO TRUE

           IF WRK-PARM-LEN GREATER ZERO
                   EXTEND ARQSAI05
                   EXTEND ARQNRD1
                   EXTEND ARQGRD1
                   EXTEND ARQDVR1
           ELSE
              OPEN INPUT  ARQENT01
                   OUTPUT ARQSAI01
                   OUTPUT ARQSAI05
                   OUTPUT ARQNRD1
                   OUTPUT ARQGRD1
                   OUTPUT ARQDVR1
           END-IF
      *
           IF WRK-FS-ENT01-OK
           AND (WRK-FS-ARQSAI05 EQUAL '00')
           AND (WRK-FS-ARQNRD1 EQUAL '00')
           AND (WRK-FS-ARQGRD1 EQUAL '00')
           AND (WRK-FS-ARQDVR1 EQUAL '00')
              IF WRK-PARM-LEN GREATER ZERO
              AND WRK-PARM-DIAS-AVISO GREATER ZERO
                 MOVE WRK-PARM-DIAS-AVISO TO WRK-DIAS-AVISO
                         'MATRICULAS - CONFERENCIA DE MOVIMENTACAO '
                         'PULADA *'
                 MOVE ZEROS TO WRK-QTDE-CADANT
                               WRK-QTDE-CADANT-ATIVOS
              ELSE
                 IF WRK-QTDE-CADANT GREATER ZERO
                    SET WRK-SW-CADANT-CARREGADO TO TRUE
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 REGISTRO DO CADASTRO ANTERIOR
      *    (ARQCADA1) PARA A TABELA DE CONFERENCIA, COM A SITUACAO E A
      *    DATA DA SITUACAO, QUE 3820 MANTEM NO CADASTRO NOVO. OS
      *    DESLIGADOS (SITUACAO 'T', MANTIDOS NO CADASTRO PELO EXER0104
      *    DESDE O FIM DA EXCLUSAO FISICA) ENTRAM NA TABELA SO PARA
      *    ISSO: A CONFERENCIA DE MOVIMENTACAO (3840/3850/7010) E O
      *    PERCENTUAL DE QUEDA (WRK-QTDE-CADANT-ATIVOS) OS IGNORAM -
      *    ELES SOMEM DA ENTREGA SEGUINTE DE PROPOSITO, E CONTA-LOS
      *    GERARIA LINHAS 'EXCLUIDO' FALSAS EM ARQSAI05 E INFLARIA O
      *    PERCENTUAL DE QUEDA QUE CANCELA O LOTE (9160) - O FREIO DE
      *    OSCILACAO EXISTE PARA EXTRACAO QUEBRADA, NAO PARA
      *    DESLIGAMENTO LEGITIMO. ERRO DE LEITURA DIFERENTE DE FIM DE
           READ ARQCADA1.

           IF WRK-FS-CADA1-OK
              IF WRK-QTDE-CADANT LESS 5000
                 ADD 1 TO WRK-QTDE-CADANT
                 SET WRK-IDX-CADANT TO WRK-QTDE-CADANT
                   TO WRK-CADANT-DAT-CNTRL(WRK-IDX-CADANT)
                 MOVE 'N'
                   TO WRK-CADANT-ENCONTRADO(WRK-IDX-CADANT)
                 MOVE ARQCADA1-SIT-FUNC
                   TO WRK-CADANT-SIT-FUNC(WRK-IDX-CADANT)
                 MOVE ARQCADA1-DAT-SITUACAO
                   TO WRK-CADANT-DAT-SIT(WRK-IDX-CADANT)
                 IF NOT ARQCADA1-SIT-DESLIGADO
                    ADD 1 TO WRK-QTDE-CADANT-ATIVOS
                 END-IF
              ELSE
                 SET WRK-SW-CADANT-OVERFLOW TO TRUE
              END-IF
           ELSE
              IF NOT WRK-FS-CADA1-FIM
                 DISPLAY '* ERRO NA LEITURA DO CADASTRO ANTERIOR '
                         '(FILE-STATUS ' WRK-FS-ARQCADA1 ') - '
                         'CONFERENCIA DE MOVIMENTACAO PULADA *'
                 MOVE ZEROS TO WRK-QTDE-CADANT
                                WRK-QTDE-CADANT-ATIVOS
                 MOVE '10'  TO WRK-FS-ARQCADA1
              END-IF
           END-IF
      *    HISTORICO). ARQUIVO INEXISTENTE E CRIADO NA HORA; FALHA DE
      *    ABERTURA NAO CANCELA O LOTE - O HISTORICO E INSUMO DE
      *    AUDITORIA, NAO DO PROCESSAMENTO - MAS FICA O AVISO E A
      *    GRAVACAO E DESLIGADA (WRK-SW-HST01). SEM O HISTORICO A
      *    DETECCAO DE DIVERGENCIA DE RENOVACAO (3850) TAMBEM FICA
      *    DESLIGADA - NAO HA COMO SABER A ORIGEM DA ULTIMA TROCA.
      *----------------------------------------------------------------*
       1092-ABRIR-HISTORICO-RENOV SECTION.
      *----------------------------------------------------------------*
                   TO WRK-ESCMST-NOME(WRK-IDX-ESCMST)
                 MOVE ARQESC01-NM-GESTOR
                   TO WRK-ESCMST-GESTOR(WRK-IDX-ESCMST)
                 MOVE ARQESC01-SIT-ESCRT
                   TO WRK-ESCMST-SIT(WRK-IDX-ESCMST)
                 MOVE ARQESC01-DAT-INATIVACAO
                   TO WRK-ESCMST-DAT-INATIV(WRK-IDX-ESCMST)
                 MOVE ARQESC01-COD-ESCRT-DEST
                   TO WRK-ESCMST-COD-DEST(WRK-IDX-ESCMST)
              ELSE
                 DISPLAY '* MESTRE DE ESCRITORIOS EXCEDE 500 '
                         'ENTRADAS - TABELA INSUFICIENTE *'
      *    ROTINA DE CLASSIFICACAO DO REGISTRO DETALHE CORRENTE DE
      *    ARQENT01 (ESCRITORIO, DATA DE CONTROLE E DESTINO NAS
      *    SAIDAS). OS REGISTROS JA REJEITADOS POR MATRICULA
      *    DUPLICADA ENTRE ORIGENS (DP01) NAO PASSAM POR AQUI. O
      *    DESLIGADO QUE A ORIGEM AINDA ENVIA (SITUACAO 'T' MANTIDA
      *    EM 3820) FICA FORA DAS SAIDAS, SO CONTADO NO ESCRITORIO,
      *    COMO NA REGERACAO. O ESCRITORIO TRANSFERIDO JA FOI TROCADO
      *    PELO DESTINO EM 3836, ANTES DO CADASTRO.
      *----------------------------------------------------------------*
       3010-CLASSIFICAR-REGISTRO SECTION.
      *----------------------------------------------------------------*

           PERFORM 3805-VALIDAR-DATA-CONTROLE

           IF WRK-REG-DESLIG-MANTIDO
              IF WRK-ESCRT-NOK
                 MOVE ARQENT01-NM-ESCRT TO WRK-ESCRT-NM-OFICIAL
              END-IF
              SET WRK-ACUM-DESLIG      TO TRUE
              PERFORM 3970-ACUMULAR-ESCRT
           ELSE
           IF WRK-ESCRT-NOK
              MOVE 'ES01'              TO ARQREJ01-COD-MOTIVO
              MOVE 'ESCRITORIO INVALIDO'
                                       TO ARQREJ01-DESC-MOTIVO
              PERFORM 3995-GRAVAR-REJEITADO
           ELSE
           IF WRK-ESCRT-INATIVO
              MOVE 'ES02'              TO ARQREJ01-COD-MOTIVO
              MOVE 'ESCRITORIO INATIVO'
                                       TO ARQREJ01-DESC-MOTIVO
              PERFORM 3995-GRAVAR-REJEITADO
           ELSE
           IF WRK-DATA-NOK
              MOVE 'DT01'              TO ARQREJ01-COD-MOTIVO
              MOVE 'DATA INVALIDA'     TO ARQREJ01-DESC-MOTIVO
              END-COMPUTE
           END-IF
           END-IF
           END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
                       ADD 1 TO WRK-QTDE-DET-ENTREGA
                       MOVE 'N' TO WRK-SW-DUP-ORIGEM
                       PERFORM 3810-SANITIZAR-CSV
                       PERFORM 3836-APLICAR-TRANSFERENCIA
                       PERFORM 3820-GRAVAR-CADASTRO-INDEXADO
                       IF WRK-SW-CADANT-CARREGADO
                       AND NOT WRK-DUP-ORIGEM-REJ
      *    DUPLICADA E O ESPERADO (TODO REGISTRO JA FOI INDEXADO NA
      *    EXECUCAO INTERROMPIDA), ENTAO NEM O AVISO NEM O CONTADOR DE
      *    DUPLICADAS (QUE LEVARIA O RETURN-CODE A 04) SAO ACIONADOS.
      *    ANTES DA GRAVACAO E CONFERIDA A DIVERGENCIA DE RENOVACAO
      *    (3850); COM A REGRA 'M' O CADASTRO JA RECEBE A DATA
      *    RENOVADA. A DIVERGENCIA SO E REGISTRADA (3851) SE O
      *    REGISTRO NAO FOR REJEITADO COMO DP01 - O REJEITADO SAI COM
      *    A DATA ORIGINAL DA ENTREGA.
      *----------------------------------------------------------------*
       3820-GRAVAR-CADASTRO-INDEXADO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                TO WRK-SW-DIVERG

           IF WRK-SW-CADANT-CARREGADO
           AND WRK-HST01-DISPONIVEL
              PERFORM 3850-CONFERIR-DIVERGENCIA
           END-IF

           MOVE ARQENT01-NR-MATR   TO ARQCAD01-NR-MATR
           MOVE ARQENT01-NM-FUNC   TO ARQCAD01-NM-FUNC
           MOVE ARQENT01-NM-ESCRT  TO ARQCAD01-NM-ESCRT
           MOVE '/'                TO ARQCAD01-DAT-SITUACAO(6:1)
           MOVE WRK-DATA-CORRENTE(1:4) TO ARQCAD01-DAT-SITUACAO(7:4)

           MOVE 'N'                TO WRK-SW-SIT-ANT

           IF WRK-SW-CADANT-CARREGADO
              PERFORM 3821-MANTER-SITUACAO
           END-IF

           IF WRK-DIVERG-DETECTADA
           AND WRK-PARM-DIVERG-MANTER
              MOVE WRK-DVG-DAT-CADASTRO TO ARQCAD01-DAT-CNTRL
           END-IF

           SET WRK-CN-WRITE        TO TRUE
           SET WRK-CN-ARQCAD01     TO TRUE

                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-DIVERG-DETECTADA
           AND NOT WRK-DUP-ORIGEM-REJ
              PERFORM 3851-REGISTRAR-DIVERGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE MANUTENCAO DA SITUACAO DO CICLO ANTERIOR NO
      *    REGISTRO DO CADASTRO EM MONTAGEM: MATRICULA SUSPENSA ('S')
      *    OU DESLIGADA ('T') NO ARQCADA1 (SITUACAO GRAVADA PELOS
      *    MOVIMENTOS DO EXER0104) CONTINUA ASSIM, COM A DATA DA
      *    SITUACAO ORIGINAL - A EXTRACAO NAO TRAZ SITUACAO E NAO PODE
      *    REATIVAR NINGUEM. O DESLIGADO FICA MARCADO
      *    (WRK-REG-DESLIG-MANTIDO) PARA 3010. SEM O CADASTRO ANTERIOR
      *    CARREGADO (PRIMEIRA EXECUCAO OU TABELA EXCEDIDA) TODOS
      *    ENTRAM ATIVOS, COMO ANTES. CONTADO TAMBEM NO REPASSE DO
      *    RESTART, QUE RELE A ENTREGA DESDE O INICIO.
      *----------------------------------------------------------------*
       3821-MANTER-SITUACAO SECTION.
      *----------------------------------------------------------------*
           SEARCH ALL WRK-CADANT-OCR
              AT END
                 CONTINUE
              WHEN WRK-CADANT-MATR(WRK-IDX-CADANT) EQUAL
                   ARQENT01-NR-MATR
                 IF WRK-CADANT-SIT-FUNC(WRK-IDX-CADANT) EQUAL 'S'
                 OR WRK-CADANT-SIT-FUNC(WRK-IDX-CADANT) EQUAL 'T'
                    MOVE WRK-CADANT-SIT-FUNC(WRK-IDX-CADANT)
                      TO ARQCAD01-SIT-FUNC
                    MOVE WRK-CADANT-DAT-SIT(WRK-IDX-CADANT)
                      TO ARQCAD01-DAT-SITUACAO
                    MOVE WRK-CADANT-SIT-FUNC(WRK-IDX-CADANT)
                      TO WRK-SW-SIT-ANT
                    ADD 1 TO ACU-SIT-MANTIDA
                 END-IF
           END-SEARCH.

      *----------------------------------------------------------------*
       3821-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE TRATAMENTO DE MATRICULA JA EXISTENTE NO CADASTRO
      *    INDEXADO: O REGISTRO GRAVADO E RELIDO PARA DESCOBRIR DE
      *    QUE SISTEMA DE ORIGEM ELE VEIO. ORIGEM DIFERENTE DA
      *    WRK-ESCRT-COD-BUSCA NA TABELA DO MESTRE (ARQESC01).
      *    RESULTADO EM WRK-SW-ESCRT-VAL; QUANDO ENCONTRADO, O NOME
      *    OFICIAL E O GESTOR REGIONAL FICAM EM WRK-ESCRT-NM-OFICIAL /
      *    WRK-ESCRT-NM-GESTOR E A SITUACAO DO ESCRITORIO NO MESTRE
      *    (ATIVO/INATIVO) EM WRK-SW-ESCRT-SIT. O INATIVO COM DESTINO
      *    NO MESTRE (TRANSFERIDO PELO EXER0113) FICA EM
      *    WRK-ESCRT-TRANSFERIDO, COM O DESTINO EM WRK-ESCRT-COD-DEST,
      *    QUANDO A DATA DE INATIVACAO NAO PASSA DA DATA-BASE; COM
      *    DATA POSTERIOR ELE AINDA VALE ATIVO NA DATA-BASE.
      *----------------------------------------------------------------*
       3835-LOCALIZAR-ESCRITORIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-ESCRT-NOK TO TRUE
           SET WRK-ESCRT-ATIVO TO TRUE
           MOVE 'N'    TO WRK-SW-ESCRT-TRANSF
           MOVE SPACES TO WRK-ESCRT-NM-OFICIAL
                          WRK-ESCRT-NM-GESTOR
                          WRK-ESCRT-COD-DEST
                          WRK-ESCRT-DAT-INATIV

           SET WRK-IDX-ESCMST TO 1

                   TO WRK-ESCRT-NM-OFICIAL
                 MOVE WRK-ESCMST-GESTOR(WRK-IDX-ESCMST)
                   TO WRK-ESCRT-NM-GESTOR
                 MOVE WRK-ESCMST-SIT(WRK-IDX-ESCMST)
                   TO WRK-SW-ESCRT-SIT
                 MOVE WRK-ESCMST-COD-DEST(WRK-IDX-ESCMST)
                   TO WRK-ESCRT-COD-DEST
                 MOVE WRK-ESCMST-DAT-INATIV(WRK-IDX-ESCMST)
                   TO WRK-ESCRT-DAT-INATIV
           END-SEARCH.

           IF WRK-ESCRT-OK
           AND WRK-ESCRT-INATIVO
           AND WRK-ESCRT-COD-DEST NOT EQUAL SPACES
              IF WRK-ESCRT-DAT-INATIV NOT GREATER WRK-DATA-CORRENTE
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
      *    ROTINA DE TROCA DO ESCRITORIO TRANSFERIDO DO REGISTRO
      *    CORRENTE DE ARQENT01 (ANTES DO CADASTRO - 3820 - E DA
      *    CLASSIFICACAO - 3010): A ORIGEM AINDA ENVIA O CODIGO ANTIGO
      *    DEPOIS DA TRANSFERENCIA DO EXER0113, E SEM A TROCA O
      *    FUNCIONARIO SAIRIA DO CADASTRO COMO ES02. O DESTINO E
      *    SEGUIDO ATE UM ESCRITORIO NAO TRANSFERIDO (NO MAXIMO 10
      *    SALTOS, CONTRA CICLO NO MESTRE); SO UM DESTINO FINAL ATIVO
      *    TROCA O CODIGO E O NOME DO ESCRITORIO - SENAO O REGISTRO
      *    SEGUE COMO VEIO E CAI NA CRITICA NORMAL. CONTADO TAMBEM NO
      *    REPASSE DO RESTART, QUE RELE A ENTREGA DESDE O INICIO.
      *----------------------------------------------------------------*
       3836-APLICAR-TRANSFERENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQENT01-COD-ESCRT     TO WRK-ESCRT-COD-BUSCA

           PERFORM 3835-LOCALIZAR-ESCRITORIO

           MOVE ZEROS                  TO WRK-QTDE-SALTOS

           PERFORM 3837-SEGUIR-DESTINO
              UNTIL NOT WRK-ESCRT-TRANSFERIDO
              OR WRK-QTDE-SALTOS NOT LESS 10

           IF WRK-QTDE-SALTOS GREATER ZERO
           AND WRK-ESCRT-OK
           AND WRK-ESCRT-ATIVO
              MOVE WRK-ESCRT-COD-BUSCA  TO ARQENT01-COD-ESCRT
              MOVE WRK-ESCRT-NM-OFICIAL TO ARQENT01-NM-ESCRT
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
      *    ROTINA DE CONFERENCIA DE MOVIMENTACAO DO REGISTRO CORRENTE
      *    DE ARQENT01 CONTRA O CADASTRO DO CICLO ANTERIOR: MATRICULA
      *    INEXISTENTE NO CICLO ANTERIOR E INCLUSAO; EXISTENTE COM
      *    DATA DE CONTROLE DIFERENTE E ALTERACAO. O FLAG ENCONTRADO
      *    MARCA A MATRICULA PARA O LEVANTAMENTO DE EXCLUIDOS EM
      *    7000-CONCLUIR-MOVIMENTACAO. O DESLIGADO DO CICLO ANTERIOR
      *    CONTINUA DESLIGADO (3821) E NAO GERA 'ALTERADO'.
      *    DURANTE O REPASSE DO RESTART AS
      *    LINHAS NAO SAO REGRAVADAS (JA ESTAO EM ARQSAI05 DA EXECUCAO
      *    INTERROMPIDA), MAS OS CONTADORES E FLAGS SAO REFEITOS.
      *----------------------------------------------------------------*
                 MOVE 'S' TO WRK-CADANT-ENCONTRADO(WRK-IDX-CADANT)
                 IF WRK-CADANT-DAT-CNTRL(WRK-IDX-CADANT) NOT EQUAL
                    ARQENT01-DAT-CNTRL
                 AND WRK-CADANT-SIT-FUNC(WRK-IDX-CADANT) NOT EQUAL 'T'
                    ADD 1 TO ACU-MOV-ALTERADOS
                    IF NOT WRK-SW-REPASSE-ATIVO
                       MOVE 'ALTERADO'         TO WRK-MOV-DET-TIPO
              MOVE FUNCTION CURRENT-DATE(1:8) TO ARQHST01-DAT-EVENTO
              MOVE FUNCTION CURRENT-DATE(9:6) TO ARQHST01-HRA-EVENTO
              SET ARQHST01-ORIG-EXTRACAO      TO TRUE
              MOVE SPACES             TO ARQHST01-ID-SOLICITANTE
                                         ARQHST01-ID-APROVADOR

              WRITE ARQHST01-REG-RENOVACAO

       3848-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE DETECCAO DE DIVERGENCIA DE RENOVACAO: A ENTREGA
      *    TRAZ PARA A MATRICULA UMA DATA DE CONTROLE MAIS ANTIGA QUE
      *    A DO CADASTRO DO CICLO ANTERIOR (ARQCADA1, JA COM AS
      *    RENOVACOES APLICADAS PELO EXER0104) E A ULTIMA TROCA DE
      *    DATA DA MATRICULA NO HISTORICO (ARQHST01) VEIO DE UMA
      *    MOVIMENTACAO ('M') - O SISTEMA DE ORIGEM AINDA NAO
      *    RECEBEU A RENOVACAO E A EXTRACAO A DESFARIA. A DETECCAO SO
      *    MARCA WRK-SW-DIVERG E GUARDA AS DATAS; A REGRA
      *    (REGRA-DIVERGENCIA) E APLICADA EM 3820/3851. DATA DA
      *    ENTREGA INVALIDA NAO E DIVERGENCIA - SEGUE PARA O DT01 DE
      *    3010 COMO SEMPRE.
      *----------------------------------------------------------------*
       3850-CONFERIR-DIVERGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQENT01-DAT-DIA TO WRK-DIA
           MOVE ARQENT01-DAT-MES TO WRK-MES
           MOVE ARQENT01-DAT-ANO TO WRK-ANO

           PERFORM 3805-VALIDAR-DATA-CONTROLE

           IF WRK-DATA-OK
              SEARCH ALL WRK-CADANT-OCR
                 AT END
                    CONTINUE
                 WHEN WRK-CADANT-MATR(WRK-IDX-CADANT) EQUAL
                      ARQENT01-NR-MATR
                    MOVE WRK-CADANT-DAT-CNTRL(WRK-IDX-CADANT)(7:4)
                                         TO WRK-DVG-CAD-ANO
                    MOVE WRK-CADANT-DAT-CNTRL(WRK-IDX-CADANT)(4:2)
                                         TO WRK-DVG-CAD-MES
                    MOVE WRK-CADANT-DAT-CNTRL(WRK-IDX-CADANT)(1:2)
                                         TO WRK-DVG-CAD-DIA
                    IF WRK-DVG-DATA-CAD-INV NUMERIC
                    AND WRK-DATA-CONTR-INV-NUM LESS
                        WRK-DVG-DATA-CAD-NUM
                    AND WRK-CADANT-SIT-FUNC(WRK-IDX-CADANT) NOT EQUAL
                        'T'
                       PERFORM 3852-LER-ULT-HISTORICO
                       IF WRK-HST01-DISPONIVEL
                       AND WRK-FS-HST01-OK
                       AND ARQHST01-ORIG-MOVIMENTO
                          SET WRK-DIVERG-DETECTADA TO TRUE
                          MOVE WRK-CADANT-DAT-CNTRL(WRK-IDX-CADANT)
                                         TO WRK-DVG-DAT-CADASTRO
                          MOVE ARQHST01-DAT-EVENTO
                                         TO WRK-DVG-DAT-MOVTO
                       END-IF
                       MOVE '00' TO WRK-FS-ARQHST01
                    END-IF
              END-SEARCH
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE REGISTRO DA DIVERGENCIA DETECTADA EM 3850 PARA O
      *    REGISTRO ACEITO NO CADASTRO: COM A REGRA 'M' (DEFAULT) A
      *    DATA RENOVADA E COPIADA PARA O PROPRIO REGISTRO DE
      *    ARQENT01, E A CLASSIFICACAO (3010), A CONFERENCIA DE
      *    MOVIMENTACAO (3840) E TODAS AS SAIDAS SEGUEM A DATA
      *    MANTIDA - NAO HA 'ALTERADO' NEM NOVO ARQHST01. COM A REGRA
      *    'A' A DATA DA ENTREGA SEGUE E O 3840 REGISTRA A TROCA COMO
      *    DE COSTUME. EM AMBOS OS CASOS A DIVERGENCIA VAI PARA
      *    ARQDVR1 (RELATORIO ARQSAI07 E RETORNO ARQRET01 EM 8600).
      *    NO REPASSE DO RESTART SO OS CONTADORES E A DATA SAO
      *    REFEITOS - A LINHA JA FOI GRAVADA NA EXECUCAO INTERROMPIDA.
      *----------------------------------------------------------------*
       3851-REGISTRAR-DIVERGENCIA SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO ACU-DIVERGENCIAS

           MOVE ARQENT01-DAT-CNTRL TO ARQDVR1-DAT-ENTREGA

           IF WRK-PARM-DIVERG-MANTER
              MOVE WRK-DVG-DAT-CADASTRO TO ARQENT01-DAT-CNTRL
              ADD 1 TO ACU-DIVERG-MANTIDAS
              MOVE 'M'                TO ARQDVR1-ACAO
           ELSE
              ADD 1 TO ACU-DIVERG-ACEITAS
              MOVE 'A'                TO ARQDVR1-ACAO
           END-IF

           IF NOT WRK-SW-REPASSE-ATIVO
              DISPLAY '* AVISO: DIVERGENCIA DE RENOVACAO - MATRICULA '
                      ARQENT01-NR-MATR ' ENTREGA ' ARQDVR1-DAT-ENTREGA
                      ' CADASTRO ' WRK-DVG-DAT-CADASTRO
                      ' ACAO ' ARQDVR1-ACAO ' *'

              MOVE WRK-SIST-ORIGEM      TO ARQDVR1-SIST-ORIGEM
              MOVE ARQENT01-NR-MATR     TO ARQDVR1-NR-MATR
              MOVE WRK-CSV-NM-FUNC      TO ARQDVR1-NM-FUNC
              MOVE ARQENT01-COD-ESCRT   TO ARQDVR1-COD-ESCRT
              MOVE WRK-DVG-DAT-CADASTRO TO ARQDVR1-DAT-CADASTRO
              MOVE WRK-DVG-DAT-MOVTO    TO ARQDVR1-DAT-MOVTO

              SET WRK-CN-WRITE        TO TRUE
              SET WRK-CN-ARQDVR1      TO TRUE

              WRITE ARQDVR1-REG-DIVERG

              IF NOT WRK-FS-DVR1-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3851-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DA ULTIMA TROCA DE DATA DA MATRICULA
      *    CORRENTE NO HISTORICO DE RENOVACAO: A VARREDURA DE 3847
      *    DEVOLVE A PROXIMA SEQUENCIA LIVRE, A ANTERIOR E A ULTIMA
      *    GRAVADA. SEM HISTORICO PARA A MATRICULA (SEQUENCIA 1) O
      *    FILE-STATUS FICA '23' E NAO HA DIVERGENCIA A APONTAR.
      *----------------------------------------------------------------*
       3852-LER-ULT-HISTORICO SECTION.
      *----------------------------------------------------------------*
           PERFORM 3847-OBTER-PROX-SEQ

           MOVE '23' TO WRK-FS-ARQHST01

           IF WRK-HST01-DISPONIVEL
           AND WRK-HST-PROX-SEQ GREATER 1
              MOVE ARQENT01-NR-MATR   TO ARQHST01-NR-MATR
              COMPUTE ARQHST01-NR-SEQ = WRK-HST-PROX-SEQ - 1

              READ ARQHST01
                 INVALID KEY
                    MOVE '23' TO WRK-FS-ARQHST01
              END-READ
           END-IF
           .
      *----------------------------------------------------------------*
       3852-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DO PONTO DE CHECKPOINT (ARQCKPT). CHAMADA
      *    DE 3000-PROCESSAR SOMENTE APOS O REGISTRO CORRENTE JA TER
      *    SIDO CLASSIFICADO E GRAVADO EM ARQSAI01/02/03/ARQREJ01 - SE
      *    ROTINA DE GRAVACAO DE 1 REGISTRO REJEITADO (ARQREJ01). O
      *    MOTIVO (ARQREJ01-COD-MOTIVO/DESC-MOTIVO) JA FOI CARREGADO
      *    POR QUEM DETECTOU A REJEICAO: DT01 = DATA DE CONTROLE
      *    INVALIDA, ES01 = CODIGO DE ESCRITORIO FORA DO MESTRE,
      *    ES02 = ESCRITORIO INATIVO NO MESTRE SEM DESTINO (O
      *    TRANSFERIDO JA FOI TROCADO PELO DESTINO EM 3836).
      *----------------------------------------------------------------*
       3995-GRAVAR-REJEITADO SECTION.
      *----------------------------------------------------------------*
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-QTDE-CADANT-ATIVOS GREATER ZERO
              COMPUTE WRK-PCT-QUEDA =
                 (ACU-MOV-EXCLUIDOS * 100) / WRK-QTDE-CADANT-ATIVOS

              IF WRK-PCT-QUEDA GREATER WRK-PCT-LIMITE
                 PERFORM 9160-ERRO-OSCILACAO
      *----------------------------------------------------------------
      *    ROTINA DE VERIFICACAO DE 1 MATRICULA DO CADASTRO ANTERIOR:
      *    SE NAO FOI REVISTA NA ENTREGA CORRENTE, GRAVA A LINHA DE
      *    EXCLUIDO NO RELATORIO DE MOVIMENTACAO (O DESLIGADO QUE SUMIU
      *    DA ENTREGA NAO E EXCLUSAO - VER 1091)
      *----------------------------------------------------------------*
       7010-VERIFICAR-EXCLUIDO SECTION.
      *----------------------------------------------------------------*
           IF WRK-CADANT-ENCONTRADO(WRK-IDX-CADANT) NOT EQUAL 'S'
           AND WRK-CADANT-SIT-FUNC(WRK-IDX-CADANT) NOT EQUAL 'T'
              ADD 1 TO ACU-MOV-EXCLUIDOS
              MOVE 'EXCLUIDO'        TO WRK-MOV-DET-TIPO
              MOVE WRK-CADANT-MATR(WRK-IDX-CADANT)
      *    'MUDANCA'; MESMA FAIXA COM SILENCIO DE WRK-DIAS-REALERTA
      *    DIAS OU MAIS E 'REALERTA'; FORA DISSO NADA E EMITIDO. EM
      *    TODOS OS CASOS A DATA DA ULTIMA AVALIACAO E ATUALIZADA -
      *    E POR ELA QUE 8030 DESCOBRE QUEM SAIU DA JANELA. NO EVENTO
      *    'NOVO' O CHAMADO DO RH DO CICLO ANTERIOR E LIMPO - O RH
      *    ABRE OUTRO E O EXER0112 O GRAVA QUANDO O RETORNO CHEGAR - E
      *    A DATA DE INICIO DO CICLO E GRAVADA; MUDANCA E REALERTA SO
      *    ATUALIZAM A DATA DA ULTIMA NOTIFICACAO.
      *----------------------------------------------------------------*
       8025-AVALIAR-ESTADO-NOTIF SECTION.
      *----------------------------------------------------------------*
                 MOVE 'NOVO      '         TO WRK-NOT-EVENTO
                 PERFORM 8026-MONTAR-ESTADO-NOTIF
                 MOVE WRK-DATA-CORRENTE    TO ARQNST01-DAT-ULT-NOTIF
                                              ARQNST01-DAT-INI-CICLO
                 MOVE SPACES               TO ARQNST01-CHAMADO-RH

                 SET WRK-CN-WRITE          TO TRUE
                 SET WRK-CN-ARQNST01       TO TRUE
                 IF ARQNST01-RESOLVIDA
                    SET WRK-NOT-EMITIR     TO TRUE
                    MOVE 'NOVO      '      TO WRK-NOT-EVENTO
                    MOVE SPACES            TO ARQNST01-CHAMADO-RH
                    MOVE WRK-DATA-CORRENTE TO ARQNST01-DAT-INI-CICLO
                 ELSE
                    IF ARQNOT01-FAIXA-URGENCIA NOT EQUAL
                       ARQNST01-FAIXA-ULT
      *----------------------------------------------------------------*
       8590-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GERACAO DO RELATORIO DE DIVERGENCIAS DE
      *    RENOVACAO (ARQSAI07) E DOS ARQUIVOS DE RETORNO POR SISTEMA
      *    DE ORIGEM (ARQRET01.<ORIGEM>): ORDENA AS DIVERGENCIAS DO
      *    LOTE (ARQDVR1) POR ORIGEM/MATRICULA E, A CADA QUEBRA DE
      *    ORIGEM, ABRE O RETORNO PROPRIO DAQUELA ORIGEM COM HEADER,
      *    AS MATRICULAS E TRAILER COM A QTDE, PARA O SISTEMA DE
      *    ORIGEM CORRIGIR A DATA NA FONTE. TODA ORIGEM ENTREGUE
      *    NESTE LOTE RECEBE SEU RETORNO, MESMO SEM DIVERGENCIA
      *    (HEADER + TRAILER ZERADO) - A AUSENCIA DO ARQUIVO NAO
      *    FICA AMBIGUA. CHAMADA DE 9900-FINALIZAR SOMENTE NO FIM
      *    NORMAL; ERROS USAM 8690 (DISPLAY + SWITCH), NAO 9100.
      *----------------------------------------------------------------*
       8600-GERAR-DIVERGENCIA SECTION.
      *----------------------------------------------------------------*
           SORT WRK-SD-DIVERG
              ON ASCENDING KEY WRK-SD-DVG-SIST-ORIGEM
                               WRK-SD-DVG-NR-MATR
              USING ARQDVR1
              GIVING ARQDVR2

           PERFORM 8605-LIMPAR-RETORNO
              VARYING WRK-IDX-GER FROM 1 BY 1
              UNTIL WRK-IDX-GER GREATER WRK-QTDE-GER

           SET WRK-CN-OPEN         TO TRUE
           SET WRK-CN-ARQDVR2      TO TRUE

           OPEN INPUT  ARQDVR2
                OUTPUT ARQSAI07

           IF WRK-FS-DVR2-OK
           AND WRK-FS-SAI07-OK
              MOVE WRK-DATA-CORRENTE     TO WRK-DVG-CAB-DATA
              MOVE WRK-PARM-REGRA-DIVERG TO WRK-DVG-CAB-REGRA

              SET WRK-CN-WRITE        TO TRUE
              SET WRK-CN-ARQSAI07     TO TRUE

              WRITE FD-ARQSAI07 FROM WRK-DVG-CABEC1
              IF WRK-FS-SAI07-OK
                 WRITE FD-ARQSAI07 FROM WRK-DVG-CABEC2
              END-IF

              IF NOT WRK-FS-SAI07-OK
                 PERFORM 8690-ERRO-DIVERGENCIA
              END-IF

              MOVE SPACES TO WRK-RET-ORIGEM-ANT

              IF NOT WRK-DVG-COM-ERRO
                 PERFORM 8610-LER-DIVERGENCIA
              END-IF

              PERFORM 8620-GRAVAR-DIVERGENCIA
                 UNTIL WRK-FS-DVR2-FIM
                 OR WRK-DVG-COM-ERRO

              IF WRK-RET-ORIGEM-ANT NOT EQUAL SPACES
              AND NOT WRK-DVG-COM-ERRO
                 PERFORM 8630-FECHAR-ARQ-RETORNO
              END-IF

              PERFORM 8650-GERAR-RETORNO-VAZIO
                 VARYING WRK-IDX-GER FROM 1 BY 1
                 UNTIL WRK-IDX-GER GREATER WRK-QTDE-GER
                 OR WRK-DVG-COM-ERRO

              IF NOT WRK-DVG-COM-ERRO
                 MOVE ACU-DIVERGENCIAS    TO WRK-DVG-TOT-QTDE
                 MOVE ACU-DIVERG-MANTIDAS TO WRK-DVG-TOT-MANT
                 MOVE ACU-DIVERG-ACEITAS  TO WRK-DVG-TOT-ACEI

                 SET WRK-CN-WRITE        TO TRUE
                 SET WRK-CN-ARQSAI07     TO TRUE

                 WRITE FD-ARQSAI07 FROM WRK-DVG-TOTAIS

                 IF NOT WRK-FS-SAI07-OK
                    PERFORM 8690-ERRO-DIVERGENCIA
                 END-IF
              END-IF

              CLOSE ARQDVR2
              CLOSE ARQSAI07
           ELSE
              PERFORM 8690-ERRO-DIVERGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       8600-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE DESMARCACAO DO RETORNO DE 1 ORIGEM DA TABELA DE
      *    GERACOES ANTES DA GERACAO DOS ARQUIVOS DE RETORNO (8600)
      *----------------------------------------------------------------*
       8605-LIMPAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-GER-RETORNO(WRK-IDX-GER)
           .
      *----------------------------------------------------------------*
       8605-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE LEITURA DE 1 DIVERGENCIA JA ORDENADA (ARQDVR2)
      *----------------------------------------------------------------*
       8610-LER-DIVERGENCIA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ         TO TRUE
           SET WRK-CN-ARQDVR2      TO TRUE

           READ ARQDVR2.

           IF NOT WRK-FS-DVR2-OK
           AND NOT WRK-FS-DVR2-FIM
              PERFORM 8690-ERRO-DIVERGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       8610-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GRAVACAO DE 1 DIVERGENCIA NO RELATORIO (ARQSAI07)
      *    E NO RETORNO DA ORIGEM CORRENTE, COM QUEBRA (TRAILER +
      *    ABERTURA DO PROXIMO ARQUIVO) A CADA TROCA DE ORIGEM.
      *----------------------------------------------------------------*
       8620-GRAVAR-DIVERGENCIA SECTION.
      *----------------------------------------------------------------*
           IF ARQDVR2-SIST-ORIGEM NOT EQUAL WRK-RET-ORIGEM-ANT
              IF WRK-RET-ORIGEM-ANT NOT EQUAL SPACES
                 PERFORM 8630-FECHAR-ARQ-RETORNO
              END-IF
              MOVE ARQDVR2-SIST-ORIGEM TO WRK-RET-ORIGEM-ANT
              PERFORM 8640-ABRIR-ARQ-RETORNO
              PERFORM 8645-MARCAR-RETORNO
           END-IF

           IF NOT WRK-DVG-COM-ERRO
              MOVE ARQDVR2-SIST-ORIGEM   TO WRK-DVG-DET-ORIGEM
              MOVE ARQDVR2-NR-MATR       TO WRK-DVG-DET-MATR
              MOVE ARQDVR2-NM-FUNC       TO WRK-DVG-DET-NOME
              MOVE ARQDVR2-COD-ESCRT     TO WRK-DVG-DET-ESCRT
              MOVE ARQDVR2-DAT-ENTREGA   TO WRK-DVG-DET-DAT-ENT
              MOVE ARQDVR2-DAT-CADASTRO  TO WRK-DVG-DET-DAT-CAD
              MOVE ARQDVR2-DAT-MOVTO(7:2) TO WRK-DVG-DET-MOV-DIA
              MOVE ARQDVR2-DAT-MOVTO(5:2) TO WRK-DVG-DET-MOV-MES
              MOVE ARQDVR2-DAT-MOVTO(1:4) TO WRK-DVG-DET-MOV-ANO
              IF ARQDVR2-ACAO-MANTIDA
                 MOVE 'MANTIDA'          TO WRK-DVG-DET-ACAO
              ELSE
                 MOVE 'ACEITA'           TO WRK-DVG-DET-ACAO
              END-IF

              SET WRK-CN-WRITE        TO TRUE
              SET WRK-CN-ARQSAI07     TO TRUE

              WRITE FD-ARQSAI07 FROM WRK-DVG-DETALHE

              IF NOT WRK-FS-SAI07-OK
                 PERFORM 8690-ERRO-DIVERGENCIA
              END-IF
           END-IF

           IF NOT WRK-DVG-COM-ERRO
              MOVE ARQDVR2-NR-MATR       TO WRK-RET-DET-MATR
              MOVE ARQDVR2-NM-FUNC       TO WRK-RET-DET-NOME
              MOVE ARQDVR2-DAT-ENTREGA   TO WRK-RET-DET-DAT-ENT
              MOVE ARQDVR2-DAT-CADASTRO  TO WRK-RET-DET-DAT-CAD
              MOVE ARQDVR2-DAT-MOVTO     TO WRK-RET-DET-DAT-MOV
              MOVE ARQDVR2-ACAO          TO WRK-RET-DET-ACAO

              SET WRK-CN-ARQRET01     TO TRUE

              WRITE FD-ARQRET01 FROM WRK-RET-DETALHE

              IF NOT WRK-FS-RET01-OK
                 PERFORM 8690-ERRO-DIVERGENCIA
              END-IF

              ADD 1 TO WRK-RET-QTDE
           END-IF

           IF NOT WRK-DVG-COM-ERRO
              PERFORM 8610-LER-DIVERGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       8620-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE FECHAMENTO DO RETORNO DA ORIGEM CORRENTE: GRAVA O
      *    TRAILER COM A QTDE E FECHA
      *----------------------------------------------------------------*
       8630-FECHAR-ARQ-RETORNO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-RET-QTDE TO WRK-RET-TRL-QTDE

           SET WRK-CN-WRITE        TO TRUE
           SET WRK-CN-ARQRET01     TO TRUE

           WRITE FD-ARQRET01 FROM WRK-RET-TRAILER

           IF NOT WRK-FS-RET01-OK
              PERFORM 8690-ERRO-DIVERGENCIA
           END-IF

           CLOSE ARQRET01
           .
      *----------------------------------------------------------------*
       8630-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE ABERTURA DO RETORNO DA ORIGEM EM
      *    WRK-RET-ORIGEM-ANT: MONTA O NOME FISICO
      *    (ARQRET01.<ORIGEM>), ABRE, ZERA O CONTADOR E GRAVA O
      *    HEADER (ORIGEM E DATA BASE)
      *----------------------------------------------------------------*
       8640-ABRIR-ARQ-RETORNO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-RET-ORIGEM-ANT TO WRK-RET-NOME-ORIGEM

           SET WRK-CN-OPEN         TO TRUE
           SET WRK-CN-ARQRET01     TO TRUE

           OPEN OUTPUT ARQRET01

           IF WRK-FS-RET01-OK
              MOVE ZEROS              TO WRK-RET-QTDE
              MOVE WRK-RET-ORIGEM-ANT TO WRK-RET-CAB-ORIGEM
              MOVE WRK-DATA-CORRENTE  TO WRK-RET-CAB-DATA

              SET WRK-CN-WRITE        TO TRUE

              WRITE FD-ARQRET01 FROM WRK-RET-CABEC

              IF NOT WRK-FS-RET01-OK
                 PERFORM 8690-ERRO-DIVERGENCIA
              END-IF
           ELSE
              PERFORM 8690-ERRO-DIVERGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       8640-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE MARCACAO, NA TABELA DE GERACOES, DA ORIGEM CUJO
      *    RETORNO ACABOU DE SER ABERTO - 8650 NAO GERA OUTRO VAZIO
      *----------------------------------------------------------------*
       8645-MARCAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           SET WRK-IDX-GER TO 1

           SEARCH WRK-GER-OCR
              AT END
                 CONTINUE
              WHEN WRK-GER-ORIGEM(WRK-IDX-GER) EQUAL
                   WRK-RET-ORIGEM-ANT
                 MOVE 'S' TO WRK-GER-RETORNO(WRK-IDX-GER)
           END-SEARCH
           .
      *----------------------------------------------------------------*
       8645-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE GERACAO DO RETORNO VAZIO (HEADER + TRAILER
      *    ZERADO) PARA A ORIGEM ENTREGUE NESTE LOTE QUE NAO TEVE
      *    NENHUMA DIVERGENCIA
      *----------------------------------------------------------------*
       8650-GERAR-RETORNO-VAZIO SECTION.
      *----------------------------------------------------------------*
           IF WRK-GER-NESTE-LOTE(WRK-IDX-GER) EQUAL 'S'
           AND WRK-GER-RETORNO(WRK-IDX-GER) EQUAL 'N'
              MOVE WRK-GER-ORIGEM(WRK-IDX-GER) TO WRK-RET-ORIGEM-ANT
              PERFORM 8640-ABRIR-ARQ-RETORNO
              IF NOT WRK-DVG-COM-ERRO
                 PERFORM 8630-FECHAR-ARQ-RETORNO
              END-IF
              MOVE 'S' TO WRK-GER-RETORNO(WRK-IDX-GER)
           END-IF
           .
      *----------------------------------------------------------------*
       8650-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *    ROTINA DE DIAGNOSTICO DE ERRO NA GERACAO DAS DIVERGENCIAS
      *    (SORT/ARQDVR2/ARQSAI07/ARQRET01). O SWITCH DE ERRO ENCERRA
      *    O LACO DE GRAVACAO EM 8600.
      *----------------------------------------------------------------*
       8690-ERRO-DIVERGENCIA SECTION.
      *----------------------------------------------------------------*
           SET WRK-DVG-COM-ERRO TO TRUE

           DISPLAY '************************************************'
           DISPLAY '*  ERRO NA GERACAO DAS DIVERGENCIAS DE RENOVACAO*'
           DISPLAY '* ARQUIVO CORRENTE: ' WRK-RET-NOME-ARQ        '*'
           DISPLAY '* FILE-STATUS DVR2:' WRK-FS-ARQDVR2           '*'
           DISPLAY '* FILE-STATUS SAI07:' WRK-FS-ARQSAI07         '*'
           DISPLAY '* FILE-STATUS RET01:' WRK-FS-ARQRET01         '*'
           DISPLAY '************************************************'
           .
      *----------------------------------------------------------------*
       8690-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION .
      *----------------------------------------------------------------*
           OR (WRK-FS-ARQESC01 NOT EQUAL '00')
           OR (WRK-FS-ARQNRD1  NOT EQUAL '00')
           OR (WRK-FS-ARQGRD1  NOT EQUAL '00')
           OR (WRK-FS-ARQDVR1  NOT EQUAL '00')
              DISPLAY '************************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
              DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
              DISPLAY '* FILE-STATUS ESC01:' WRK-FS-ARQESC01         '*'
              DISPLAY '* FILE-STATUS NRD1:' WRK-FS-ARQNRD1          '*'
              DISPLAY '* FILE-STATUS GRD1:' WRK-FS-ARQGRD1          '*'
              DISPLAY '* FILE-STATUS DVR1:' WRK-FS-ARQDVR1          '*'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
              DISPLAY '************************************************'
           END-IF
           CLOSE ARQORD1
           CLOSE ARQNRD1
           CLOSE ARQGRD1
           CLOSE ARQDVR1

           IF NOT WRK-FINALIZ-COM-ERRO
           AND WRK-PARM-LEN GREATER ZERO
              PERFORM 8500-GERAR-DISTRIBUICAO
           END-IF

           IF NOT WRK-FINALIZ-COM-ERRO
              PERFORM 8600-GERAR-DIVERGENCIA
           END-IF

           IF NOT WRK-FINALIZ-COM-ERRO
           AND WRK-GERACAO-ATUAL GREATER ZERO
              PERFORM 9840-REGISTRAR-GERACAO
                      ACU-GRAVA-ARQNOT01
              DISPLAY '* QTDE NO ESCALONAMENTO POR GESTOR'
                      ACU-GRAVA-ARQGES01
              DISPLAY '* QTDE DE DIVERGENCIAS DE RENOVACAO'
                      ACU-DIVERGENCIAS
              DISPLAY '* QTDE COM ESCRITORIO TRANSFERIDO'
                      ACU-ESCRT-SUBSTITUIDOS
              DISPLAY '* QTDE COM SITUACAO S/T MANTIDA'
                      ACU-SIT-MANTIDA
              DISPLAY '* EXER0103 - FIM DO PROGRAMA.                   '
              DISPLAY '************************************************'
              DISPLAY '* QTDE GRAVADA EM ARQSAI01 POR ESCRITORIO:      '
              OR WRK-NOT-COM-ERRO
              OR WRK-DIS-COM-ERRO
              OR WRK-GES-COM-ERRO
              OR WRK-DVG-COM-ERRO
                 MOVE 08 TO WRK-RC-FINAL
              ELSE
                 IF ACU-GRAVA-ARQREJ01 GREATER ZERO
                 OR ACU-DUP-CADASTRO GREATER ZERO
                 OR ACU-DIVERGENCIAS GREATER ZERO
                    MOVE 04 TO WRK-RC-FINAL
                 ELSE
                    MOVE ZEROS TO WRK-RC-FINAL
              END-IF
           END-IF

           PERFORM 9870-REGISTRAR-FIM-CONTROLE

           PERFORM 9860-GRAVAR-LOG-EXECUCAO

           MOVE WRK-RC-FINAL TO RETURN-CODE
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
              MOVE WRK-PARM-DADOS  TO ARQEXC01-PARM
           ELSE
              MOVE 'B'             TO ARQEXC01-MODO
              MOVE SPACES          TO ARQEXC01-PARM
           END-IF

           MOVE WRK-RC-FINAL       TO ARQEXC01-RC
           MOVE ACU-LIDOS-ARQENT01 TO ARQEXC01-QTD-LIDOS
           MOVE ACU-GRAVA-ARQSAI01 TO ARQEXC01-QTD-SAI01
           MOVE ACU-GRAVA-ARQSAI02 TO ARQEXC01-QTD-SAI02
           MOVE ACU-GRAVA-ARQSAI03 TO ARQEXC01-QTD-SAI03
           MOVE ACU-GRAVA-ARQREJ01 TO ARQEXC01-QTD-REJ01
           MOVE ACU-GRAVA-ARQNOT01 TO ARQEXC01-QTD-NOT01

           SET WRK-CN-OPEN         TO TRUE
           SET WRK-CN-ARQEXC01     TO TRUE
           IF WRK-FS-EXC01-OK
              SET WRK-CN-WRITE     TO TRUE

              WRITE FD-ARQEXC01 FROM ARQEXC01-REG-EXECUCAO

              IF NOT WRK-FS-EXC01-OK
                 DISPLAY '* ERRO AO GRAVAR O LOG DE EXECUCAO EM '
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
      *    ROTINA DE REGISTRO DAS GERACOES PROCESSADAS (ARQGER01),
      *    EXECUTADA SOMENTE NO FIM NORMAL DO LOTE: A TABELA DE
      *    GERACOES POR ORIGEM (JA COM AS ENTREGAS DESTE LOTE
