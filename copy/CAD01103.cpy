      *                    PERDER O HISTORICO DA DATA DE CONTROLE.     *
      *                    LRECL = 175.                                *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0103 / EXER0104 / EXER0109 /           *
      *                    EXER0110 / EXER0111 / EXER0112 /           *
      *                    EXER0113 / EXER0114 / EXER0115 /           *
      *                    EXER0107 / EXER0116                        *
      *----------------------------------------------------------------*
      *
       01 ARQCAD01-REG-FUNCIONARIO.
