      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    BOOK........: EXC01103
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                   *
      *    DATA........: 15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LAYOUT DA LINHA DO LOG ESTRUTURADO DE       *
      *                    EXECUCAO (ARQEXC01, EXTEND), SEPARADOR ';': *
      *                    1 LINHA POR EXECUCAO DE CADA PROGRAMA DA    *
      *                    ESTEIRA COM PROGRAMA, INICIO/FIM, MODO,     *
      *                    PARM RECEBIDO, RETURN-CODE FINAL E OS       *
      *                    CONTADORES (O SIGNIFICADO DE CADA CONTADOR  *
      *                    ESTA NA 9860-GRAVAR-LOG-EXECUCAO DE CADA    *
      *                    PROGRAMA). LRECL = 120.                     *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0103 / EXER0104 / EXER0105             *
      *                    EXER0106 / EXER0107 / EXER0108             *
      *                    EXER0109                                   *
      *----------------------------------------------------------------*
      *
       01 ARQEXC01-REG-EXECUCAO.
          05 ARQEXC01-PROGRAMA        PIC  X(008).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-DAT-INI         PIC  9(008).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-HRA-INI         PIC  9(006).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-DAT-FIM         PIC  9(008).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-HRA-FIM         PIC  9(006).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-MODO            PIC  X(001).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-PARM            PIC  X(028).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-RC              PIC  9(002).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-QTD-LIDOS       PIC  9(005).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-QTD-SAI01       PIC  9(005).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-QTD-SAI02       PIC  9(005).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-QTD-SAI03       PIC  9(005).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-QTD-REJ01       PIC  9(005).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQEXC01-QTD-NOT01       PIC  9(005).
          05 FILLER                   PIC  X(010) VALUE SPACES.
      *
