      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    BOOK........: CTL01103
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                   *
      *    DATA........: 15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LAYOUT DO ARQUIVO DE CONTROLE DE EXECUCAO   *
      *                    DA ESTEIRA NOTURNA (ARQCTL01), INDEXADO     *
      *                    PELO NOME DO PROGRAMA: 1 REGISTRO POR       *
      *                    PROGRAMA COM A ULTIMA EXECUCAO - DATA DE    *
      *                    NEGOCIO, SITUACAO, RETURN-CODE E INICIO/    *
      *                    FIM. CADA PROGRAMA MARCA 'I' AO INICIAR E   *
      *                    'F' (RC ATE 04) OU 'C' AO TERMINAR; 'R' E A *
      *                    EXECUCAO RECUSADA POR PREDECESSOR PENDENTE. *
      *                    A ORDEM DA ESTEIRA E EXER0107 -> EXER0104   *
      *                    -> EXER0109 (DESCARGA) -> EXER0103: CADA UM *
      *                    SO RODA SE O ANTERIOR ESTIVER 'F' NA MESMA  *
      *                    DATA DE NEGOCIO, SALVO CARTAO DE LIBERACAO  *
      *                    DO OPERADOR (ARQLIB01). LRECL = 80.         *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0103 / EXER0104 / EXER0105             *
      *                    EXER0106 / EXER0107 / EXER0108             *
      *                    EXER0109                                   *
      *----------------------------------------------------------------*
      *
       01 ARQCTL01-REG-CONTROLE.
          05 ARQCTL01-PROGRAMA        PIC  X(008).
          05 ARQCTL01-DAT-NEGOCIO     PIC  9(008).
          05 ARQCTL01-SITUACAO        PIC  X(001).
             88 ARQCTL01-SIT-EXECUTANDO        VALUE 'I'.
             88 ARQCTL01-SIT-CONCLUIDO         VALUE 'F'.
             88 ARQCTL01-SIT-CANCELADO         VALUE 'C'.
             88 ARQCTL01-SIT-RECUSADO          VALUE 'R'.
          05 ARQCTL01-RC              PIC  9(002).
          05 ARQCTL01-DAT-INI         PIC  9(008).
          05 ARQCTL01-HRA-INI         PIC  9(006).
          05 ARQCTL01-DAT-FIM         PIC  9(008).
          05 ARQCTL01-HRA-FIM         PIC  9(006).
          05 ARQCTL01-IND-LIBERACAO   PIC  X(001).
             88 ARQCTL01-RODOU-LIBERADO        VALUE 'S'.
          05 ARQCTL01-USU-LIBERACAO   PIC  X(008).
          05 FILLER                   PIC  X(024).
      *
