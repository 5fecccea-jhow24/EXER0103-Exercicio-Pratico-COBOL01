      *                    (ARQMRJ01), GERADO PELO EXER0107: UMA       *
      *                    LINHA POR MOVIMENTO DO LOTE BRUTO           *
      *                    (ARQMOVB1) BARRADO ANTES DE CHEGAR AO       *
      *                    EXER0104, COM O MOTIVO DA REJEICAO E OS     *
      *                    USUARIOS SOLICITANTE E APROVADOR INFORMADOS *
      *                    NO MOVIMENTO. LRECL = 126.                  *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0107                                   *
      *----------------------------------------------------------------*
          05 ARQMRJ01-COD-MOTIVO      PIC  X(004).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQMRJ01-DESC-MOTIVO     PIC  X(020).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQMRJ01-ID-SOLICITANTE  PIC  X(008).
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQMRJ01-ID-APROVADOR    PIC  X(008).
      *
