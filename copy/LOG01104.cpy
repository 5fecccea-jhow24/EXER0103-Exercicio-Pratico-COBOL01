      *                    GERADO PELO EXER0104: UMA LINHA POR         *
      *                    MOVIMENTO DE ARQMOV01, APLICADO OU          *
      *                    REJEITADO, COM AS IMAGENS ANTES/DEPOIS DA   *
      *                    DATA DE CONTROLE (ARQCAD01-DAT-CNTRL) E OS  *
      *                    USUARIOS SOLICITANTE E APROVADOR DO         *
      *                    MOVIMENTO. LRECL = 86.                      *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0104                                   *
      *----------------------------------------------------------------*
          05 ARQLOG01-DAT-ANTES       PIC  X(010).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQLOG01-DAT-DEPOIS      PIC  X(010).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQLOG01-ID-SOLICITANTE  PIC  X(008).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQLOG01-ID-APROVADOR    PIC  X(008).
      *
