      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    BOOK........: DCF01116
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                   *
      *    DATA........: 15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LAYOUT DO ARQUIVO DE DUPLICIDADES           *
      *                    CONFIRMADAS (ARQDCF01), MONTADO PELO RH     *
      *                    APOS A REVISAO DA LISTA DE CANDIDATOS DO    *
      *                    EXER0116: UMA LINHA POR PAR CONFIRMADO COMO *
      *                    A MESMA PESSOA, COM A MATRICULA QUE FICA    *
      *                    (SOBREVIVENTE), A MATRICULA A DESLIGAR, O   *
      *                    USUARIO QUE SOLICITOU E O QUE APROVOU A     *
      *                    DECISAO (LEVADOS AO MOVIMENTO 'E' GERADO,   *
      *                    CONFERIDOS PELO EXER0107 NO ARQAUT01) E UMA *
      *                    OBSERVACAO LIVRE. SEPARADOR ';'.            *
      *                    LRECL = 80.                                 *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0116                                   *
      *----------------------------------------------------------------*
      *
       01 ARQDCF01-REG-CONFIRMADO.
          05 ARQDCF01-NR-MATR-MANTER  PIC  9(008).
          05 FILLER                   PIC  X(001).
          05 ARQDCF01-NR-MATR-DESLIGAR
                                      PIC  9(008).
          05 FILLER                   PIC  X(001).
          05 ARQDCF01-ID-SOLICITANTE  PIC  X(008).
          05 FILLER                   PIC  X(001).
          05 ARQDCF01-ID-APROVADOR    PIC  X(008).
          05 FILLER                   PIC  X(001).
          05 ARQDCF01-OBSERVACAO      PIC  X(040).
          05 FILLER                   PIC  X(004).
      *
