      *                    ESCRITORIO COM O NOME OFICIAL. O EXER0107   *
      *                    USA O MESMO MESTRE PARA CRITICAR O CODIGO   *
      *                    DE ESCRITORIO DAS INCLUSOES DO LOTE DE      *
      *                    MOVIMENTOS ANTES DO EXER0104. O ESCRITORIO  *
      *                    FECHADO OU INCORPORADO E MARCADO INATIVO    *
      *                    PELO EXER0113 (TRANSFERENCIA DE             *
      *                    ESCRITORIO), COM A DATA EFETIVA E O         *
      *                    ESCRITORIO DE DESTINO. O EXER0103 E O       *
      *                    EXER0107 TROCAM O CODIGO INATIVO COM        *
      *                    DESTINO (DATA DE INATIVACAO ATE A DATA DE   *
      *                    NEGOCIO) PELO DESTINO E SO REJEITAM (MOTIVO *
      *                    ES02) O INATIVO SEM DESTINO. BRANCO NOS     *
      *                    REGISTROS ANTIGOS VALE ATIVO. LRECL = 80.   *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0103 / EXER0107 / EXER0110 /           *
      *                    EXER0111 / EXER0113 / EXER0114             *
      *----------------------------------------------------------------*
      *
       01 ARQESC01-REG-ESCRITORIO.
          05 ARQESC01-COD-ESCRT       PIC  X(004).
          05 ARQESC01-NM-ESCRT        PIC  X(030).
          05 ARQESC01-NM-GESTOR       PIC  X(030).
          05 ARQESC01-SIT-ESCRT       PIC  X(001).
             88 ARQESC01-ESCRT-ATIVO           VALUE 'A' ' '.
             88 ARQESC01-ESCRT-INATIVO         VALUE 'I'.
          05 ARQESC01-DAT-INATIVACAO  PIC  X(008).
          05 ARQESC01-COD-ESCRT-DEST  PIC  X(004).
          05 FILLER                   PIC  X(003).
      *
