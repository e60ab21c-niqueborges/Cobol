      *================================================================
      *    OPRREC.CPY
      *
      *    LAYOUT DO REGISTRO DO CADASTRO DE ALCADAS DOS OPERADORES
      *    (ARQUIVO INDEXADO OPERADOR).  CADA REGISTRO DIZ QUEM E A
      *    MATRICULA INFORMADA NAS TRANSACOES ONLINE, O PERFIL DELA
      *    E O VALOR MAXIMO QUE ELA PODE MOVIMENTAR EM UMA UNICA
      *    TRANSACAO (OPR-VL-ALCADA - ZERO SIGNIFICA NENHUMA ALCADA
      *    DE VALOR, SO ACOES SEM VALOR).  MANTIDO PELA TRANSACAO
      *    MANUTENCAO-OPERADOR; CONSULTADO PELO SUBPROGRAMA
      *    VERIFICAR-ALCADA, QUE TODA TRANSACAO ONLINE QUE GRAVA A
      *    MATRICULA NO DIARIO DE AUDITORIA (AUD-USUARIO) CHAMA ANTES
      *    DE AGIR.
      *
      *    CHAVE DO ARQUIVO INDEXADO: OPR-ID (A MATRICULA).
      *
      *    PERFIS EM ORDEM CRESCENTE DE AUTORIDADE: OPERADOR,
      *    SUPERVISOR E GERENTE - A ACAO QUE EXIGE UM PERFIL ACEITA
      *    TAMBEM OS PERFIS ACIMA DELE.  SO O GERENTE MANTEM ESTE
      *    CADASTRO E OS PARAMETROS DE APROVACAO.  A MATRICULA
      *    REVOGADA PERMANECE NO ARQUIVO (O HISTORICO DE AUDITORIA
      *    CONTINUA APONTANDO PARA ELA) E E RECUSADA EM QUALQUER
      *    TRANSACAO.
      *================================================================
       01  OPR-REGISTRO.
           05  OPR-ID                  PIC X(08).
           05  OPR-NOME                PIC X(30).
           05  OPR-PERFIL              PIC X(01).
               88  OPR-PERFIL-OPERADOR         VALUE 'O'.
               88  OPR-PERFIL-SUPERVISOR       VALUE 'S'.
               88  OPR-PERFIL-GERENTE          VALUE 'G'.
               88  OPR-PERFIL-VALIDO           VALUE 'O' 'S' 'G'.
           05  OPR-VL-ALCADA           PIC S9(09)V99 COMP-3.
           05  OPR-SITUACAO            PIC X(01).
               88  OPR-ATIVO                   VALUE 'A'.
               88  OPR-REVOGADO                VALUE 'R'.
           05  OPR-DATA-INCLUSAO       PIC 9(08).
           05  OPR-DATA-ULT-ALTERACAO  PIC 9(08).
           05  OPR-USUARIO-ULT-ALTERACAO
                                       PIC X(08).
           05  FILLER                  PIC X(10).
