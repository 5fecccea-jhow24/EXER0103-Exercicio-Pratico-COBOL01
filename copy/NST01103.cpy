      *                    EXECUCAO. O NOME, O ESCRITORIO E A DATA DE  *
      *                    CONTROLE FICAM GUARDADOS PARA O REGISTRO    *
      *                    DE RESOLVIDO (O FUNCIONARIO JA NAO VEM NA   *
      *                    CARGA QUANDO SAI DA JANELA). O NUMERO E A   *
      *                    SITUACAO DO CHAMADO DO RH SAO GRAVADOS PELO *
      *                    EXER0112 A PARTIR DO RETORNO DO RH          *
      *                    (ARQRRH01) E LIMPOS PELO EXER0103 QUANDO UM *
      *                    NOVO CICLO DE NOTIFICACAO COMECA. A DATA DE *
      *                    INICIO DO CICLO E GRAVADA SO NO EVENTO NOVO *
      *                    (MUDANCA E REALERTA NAO A ALTERAM) E E DELA *
      *                    QUE O EXER0112 CONTA O PRAZO DO RETORNO.    *
      *                    LRECL = 158.                                *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0103 / EXER0112                        *
      *----------------------------------------------------------------*
      *
       01 ARQNST01-REG-ESTADO.
          05 ARQNST01-NM-FUNC         PIC  X(060).
          05 ARQNST01-NM-ESCRT        PIC  X(030).
          05 ARQNST01-DAT-CNTRL       PIC  X(010).
          05 ARQNST01-DAT-INI-CICLO   PIC  9(008).
          05 ARQNST01-CHAMADO-RH.
             10 ARQNST01-NR-CHAMADO   PIC  X(012).
             10 ARQNST01-STA-CHAMADO  PIC  X(001).
                88 ARQNST01-SEM-CHAMADO        VALUE SPACE.
                88 ARQNST01-CHAMADO-ABERTO     VALUE 'A'.
                88 ARQNST01-CHAMADO-ANDAMENTO  VALUE 'P'.
                88 ARQNST01-CHAMADO-FECHADO    VALUE 'F'.
          05 FILLER                   PIC  X(002).
      *
