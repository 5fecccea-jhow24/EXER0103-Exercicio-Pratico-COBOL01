      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    BOOK........: LIB01103
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                   *
      *    DATA........: 15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LAYOUT DO CARTAO DE LIBERACAO DO OPERADOR   *
      *                    (ARQLIB01): AUTORIZA 1 PROGRAMA DA ESTEIRA  *
      *                    A RODAR NUMA DATA DE NEGOCIO MESMO COM O    *
      *                    PREDECESSOR PENDENTE NO CONTROLE DE         *
      *                    EXECUCAO (ARQCTL01). O CARTAO SO VALE PARA  *
      *                    O PROGRAMA E A DATA INFORMADOS E EXIGE O    *
      *                    USUARIO DO OPERADOR; O MOTIVO VAI PARA O    *
      *                    SYSOUT. DD DUMMY QUANDO NAO HA LIBERACAO.   *
      *                    LRECL = 80.                                 *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0103 / EXER0104 / EXER0109             *
      *----------------------------------------------------------------*
      *
       01 ARQLIB01-REG-LIBERACAO.
          05 ARQLIB01-PROGRAMA        PIC  X(008).
          05 FILLER                   PIC  X(001).
          05 ARQLIB01-DAT-NEGOCIO     PIC  9(008).
          05 FILLER                   PIC  X(001).
          05 ARQLIB01-USUARIO         PIC  X(008).
          05 FILLER                   PIC  X(001).
          05 ARQLIB01-MOTIVO          PIC  X(040).
          05 FILLER                   PIC  X(013).
      *
