      *                    MOVIMENTACAO DETECTA DATA DE CONTROLE       *
      *                    DIFERENTE DA DO CICLO ANTERIOR. O EXER0106  *
      *                    LE A CRONOLOGIA COMPLETA DE 1 MATRICULA.    *
      *                    OS REGISTROS DE MOVIMENTO GUARDAM O USUARIO *
      *                    SOLICITANTE E O APROVADOR DA ALTERACAO; NOS *
      *                    DE EXTRACAO FICAM EM BRANCO.                *
      *                    LRECL = 136.                                *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0103 / EXER0104 / EXER0106 /           *
      *                    EXER0111 / EXER0114                        *
      *----------------------------------------------------------------*
      *
       01 ARQHST01-REG-RENOVACAO.
          05 ARQHST01-ORIGEM          PIC  X(001).
             88 ARQHST01-ORIG-MOVIMENTO        VALUE 'M'.
             88 ARQHST01-ORIG-EXTRACAO         VALUE 'E'.
          05 ARQHST01-ID-SOLICITANTE  PIC  X(008).
          05 ARQHST01-ID-APROVADOR    PIC  X(008).
          05 FILLER                   PIC  X(013).
      *
