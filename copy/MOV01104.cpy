      *                    LAYOUT DO DETALHE E CONSUMIDOS PELA         *
      *                    CRITICA PREVIA (EXER0107); O ARQUIVO LIMPO  *
      *                    ENTREGUE AO EXER0104 LEVA SO OS DETALHES.   *
      *                    TODO DETALHE TRAZ O USUARIO QUE SOLICITOU E *
      *                    O QUE APROVOU O MOVIMENTO, CONFERIDOS PELO  *
      *                    EXER0107 CONTRA O ARQUIVO DE AUTORIDADES    *
      *                    (ARQAUT01) E GRAVADOS PELO EXER0104 NO LOG  *
      *                    E NO HISTORICO DE RENOVACAO.                *
      *                    LRECL = 136.                                *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0104 / EXER0107 / EXER0116             *
      *----------------------------------------------------------------*
      *
       01 ARQMOV01-REG-MOVIMENTO.
             10 ARQMOV01-DAT-MES      PIC  9(002).
             10 FILLER                PIC  X(001) VALUE '/'.
             10 ARQMOV01-DAT-ANO      PIC  9(004).
          05 ARQMOV01-ID-SOLICITANTE  PIC  X(008).
          05 ARQMOV01-ID-APROVADOR    PIC  X(008).
          05 FILLER                   PIC  X(007).
      *
       01 ARQMOV01-REG-HEADER REDEFINES ARQMOV01-REG-MOVIMENTO.
             88 ARQMOV01-HEADER                VALUE '0'.
          05 ARQMOV01-HDR-DAT-GERACAO PIC  9(008).
          05 ARQMOV01-HDR-SIST-ORIGEM PIC  X(010).
          05 FILLER                   PIC  X(117).
      *
       01 ARQMOV01-REG-TRAILER REDEFINES ARQMOV01-REG-MOVIMENTO.
          05 ARQMOV01-TRL-TIPO        PIC  X(001).
             88 ARQMOV01-TRAILER               VALUE '9'.
          05 ARQMOV01-TRL-QTDE        PIC  9(008).
          05 FILLER                   PIC  X(127).
      *
