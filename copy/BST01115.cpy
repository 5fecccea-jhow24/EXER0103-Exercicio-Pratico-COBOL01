      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    BOOK........: BST01115
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                   *
      *    DATA........: 15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LAYOUT DO ARQUIVO DE ESTADO DA INTERFACE DE *
      *                    BLOQUEIO DE CRACHA (ARQBST01), INDEXADO     *
      *                    PELA MATRICULA: GUARDA O ULTIMO REGISTRO    *
      *                    ENVIADO AO SISTEMA DE CONTROLE DE ACESSO    *
      *                    PARA CADA FUNCIONARIO ('B' BLOQUEIO OU 'D'  *
      *                    DESBLOQUEIO), COM O MOTIVO, A DATA EFETIVA, *
      *                    A DATA DE CONTROLE, A SITUACAO, O           *
      *                    ESCRITORIO E O NOME DO CADASTRO NO MOMENTO  *
      *                    DO ENVIO E A DATA DA REMESSA (O NOME FICA   *
      *                    GUARDADO PARA O BLOQUEIO DE QUEM SAIU DO    *
      *                    CADASTRO).                                  *
      *                    MATRICULA SEM REGISTRO NUNCA FOI BLOQUEADA  *
      *                    (VALE LIBERADA NO CRACHA). O EXER0115 SO    *
      *                    ENVIA O QUE MUDOU EM RELACAO A ESTE ESTADO. *
      *                    LRECL = 140.                                *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0115                                   *
      *----------------------------------------------------------------*
      *
       01 ARQBST01-REG-ESTADO.
          05 ARQBST01-NR-MATR         PIC  9(008).
          05 ARQBST01-SIT-ENVIADA     PIC  X(001).
             88 ARQBST01-BLOQUEADO             VALUE 'B'.
             88 ARQBST01-DESBLOQUEADO          VALUE 'D'.
          05 ARQBST01-COD-MOTIVO      PIC  X(002).
             88 ARQBST01-MOT-VENCIDO           VALUE 'VC'.
             88 ARQBST01-MOT-SUSPENSO          VALUE 'SU'.
             88 ARQBST01-MOT-DESLIGADO         VALUE 'DL'.
             88 ARQBST01-MOT-FORA-CADASTRO     VALUE 'FC'.
             88 ARQBST01-MOT-RENOVADO          VALUE 'RN'.
             88 ARQBST01-MOT-REATIVADO         VALUE 'RA'.
          05 ARQBST01-DAT-EFETIVA     PIC  9(008).
          05 ARQBST01-DAT-CNTRL       PIC  X(010).
          05 ARQBST01-SIT-FUNC        PIC  X(001).
          05 ARQBST01-COD-ESCRT       PIC  X(004).
          05 ARQBST01-NM-FUNC         PIC  X(060).
          05 ARQBST01-DAT-ENVIO       PIC  9(008).
          05 ARQBST01-DAT-GERACAO     PIC  9(008).
          05 ARQBST01-HRA-GERACAO     PIC  9(006).
          05 FILLER                   PIC  X(024).
      *
