      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    BOOK........: BDG01115
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                   *
      *    DATA........: 15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LAYOUT DO ARQUIVO DE INTERFACE COM O        *
      *                    SISTEMA DE CONTROLE DE ACESSO (CRACHA) -    *
      *                    ARQBDG01, GERADO PELO EXER0115 A CADA       *
      *                    CICLO COM SO AS MUDANCAS DESDE A REMESSA    *
      *                    ANTERIOR. HEADER (TIPO '0': NOME DA         *
      *                    INTERFACE, DATA/HORA DE GERACAO E DATA DE   *
      *                    NEGOCIO), DETALHES (TIPO '1': MATRICULA,    *
      *                    ACAO 'BLOQUEIO' OU 'DESBLOQUEIO', MOTIVO,   *
      *                    DATA EFETIVA AAAAMMDD, ESCRITORIO, DATA DE  *
      *                    CONTROLE E NOME) E TRAILER (TIPO '9':       *
      *                    QTDE DE DETALHES, DE BLOQUEIOS E DE         *
      *                    DESBLOQUEIOS). REMESSA SEM MUDANCA SAI SO   *
      *                    COM HEADER E TRAILER ZERADO.                *
      *                    MOTIVOS DE BLOQUEIO: VC CONTROLE VENCIDO,   *
      *                    SU SUSPENSAO, DL DESLIGAMENTO, FC FORA DO   *
      *                    CADASTRO. DE DESBLOQUEIO: RN CONTROLE       *
      *                    RENOVADO, RA REATIVACAO.                    *
      *                    SEPARADOR ';'. LRECL = 150.                 *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0115                                   *
      *----------------------------------------------------------------*
      *
       01 ARQBDG01-REG-HEADER.
          05 ARQBDG01-HDR-TIPO        PIC  X(001) VALUE '0'.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-HDR-INTERFACE   PIC  X(010) VALUE 'BLOQCRACHA'.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-HDR-DAT-GERACAO PIC  9(008) VALUE ZEROS.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-HDR-HRA-GERACAO PIC  9(006) VALUE ZEROS.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-HDR-DAT-NEGOCIO PIC  9(008) VALUE ZEROS.
          05 FILLER                   PIC  X(113) VALUE SPACES.
      *
       01 ARQBDG01-REG-DETALHE.
          05 ARQBDG01-TIPO            PIC  X(001) VALUE '1'.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-NR-MATR         PIC  9(008) VALUE ZEROS.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-ACAO            PIC  X(011) VALUE SPACES.
             88 ARQBDG01-ACAO-BLOQUEIO         VALUE 'BLOQUEIO'.
             88 ARQBDG01-ACAO-DESBLOQUEIO      VALUE 'DESBLOQUEIO'.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-COD-MOTIVO      PIC  X(002) VALUE SPACES.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-DESC-MOTIVO     PIC  X(020) VALUE SPACES.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-DAT-EFETIVA     PIC  9(008) VALUE ZEROS.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-COD-ESCRT       PIC  X(004) VALUE SPACES.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-DAT-CNTRL       PIC  X(010) VALUE SPACES.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-NM-FUNC         PIC  X(060) VALUE SPACES.
          05 FILLER                   PIC  X(018) VALUE SPACES.
      *
       01 ARQBDG01-REG-TRAILER.
          05 ARQBDG01-TRL-TIPO        PIC  X(001) VALUE '9'.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-TRL-QTDE        PIC  9(008) VALUE ZEROS.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-TRL-QTDE-BLOQ   PIC  9(008) VALUE ZEROS.
          05 FILLER                   PIC  X(001) VALUE ';'.
          05 ARQBDG01-TRL-QTDE-DESBL  PIC  9(008) VALUE ZEROS.
          05 FILLER                   PIC  X(122) VALUE SPACES.
      *
