      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    BOOK........: AUT01107
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                   *
      *    DATA........: 15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LAYOUT DO ARQUIVO DE AUTORIDADES SOBRE OS   *
      *                    MOVIMENTOS DE MANUTENCAO DO CADASTRO        *
      *                    (ARQAUT01), MANTIDO PELA SEGURANCA: UMA     *
      *                    LINHA POR USUARIO + TIPO DE MOVIMENTO +     *
      *                    ESCRITORIO, DIZENDO SE O USUARIO PODE       *
      *                    SOLICITAR ('S' EM IND-SOLICITA) E/OU        *
      *                    APROVAR ('S' EM IND-APROVA) AQUELE TIPO     *
      *                    NAQUELE ESCRITORIO. TIPO '*' VALE PARA      *
      *                    TODOS OS TIPOS E ESCRITORIO '****' PARA     *
      *                    TODOS OS ESCRITORIOS. USUARIO SEM LINHA QUE *
      *                    O COBRE NAO TEM AUTORIDADE. CARREGADO EM    *
      *                    TABELA PELA CRITICA PREVIA (EXER0107).      *
      *                    SEPARADOR ';'. LRECL = 80.                  *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0107                                   *
      *----------------------------------------------------------------*
      *
       01 ARQAUT01-REG-AUTORIDADE.
          05 ARQAUT01-ID-USUARIO      PIC  X(008).
          05 FILLER                   PIC  X(001).
          05 ARQAUT01-TIP-MOVTO       PIC  X(001).
             88 ARQAUT01-TODOS-TIPOS           VALUE '*'.
          05 FILLER                   PIC  X(001).
          05 ARQAUT01-COD-ESCRT       PIC  X(004).
             88 ARQAUT01-TODOS-ESCRT           VALUE '****'.
          05 FILLER                   PIC  X(001).
          05 ARQAUT01-IND-SOLICITA    PIC  X(001).
             88 ARQAUT01-PODE-SOLICITAR        VALUE 'S'.
          05 FILLER                   PIC  X(001).
          05 ARQAUT01-IND-APROVA      PIC  X(001).
             88 ARQAUT01-PODE-APROVAR          VALUE 'S'.
          05 FILLER                   PIC  X(001).
          05 ARQAUT01-NM-USUARIO      PIC  X(040).
          05 FILLER                   PIC  X(020).
      *
