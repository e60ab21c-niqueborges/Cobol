000090*    COBRANCA MENSAL DE TARIFAS DE CONTA CORRENTE: VARRE O
000100*    ARQUIVO MESTRE (CLIMSTR) E, PARA CADA CLIENTE ATIVO,
000110*    APURA NO HISTORICO DE AUDITORIA (AUDHIST) OS EVENTOS DA
000120*    COMPETENCIA PEDIDA NO SYSIN (AAAAMM) - A QUANTIDADE DE
000130*    MOVIMENTOS POSTADOS - E NO HISTORICO DE SALDOS DE
000140*    FECHAMENTO (SLDHIST, SDHREC.CPY) O SALDO MEDIO: A MEDIA
000150*    DOS SALDOS DE FECHAMENTO DOS DIAS PROCESSADOS NO MES.
000160*    MES SEM NENHUM FECHAMENTO GRAVADO (HISTORICO DE SALDOS
000170*    AINDA SEM O MES, OU INDISPONIVEL) CAI NA APROXIMACAO
000180*    ANTERIOR: MEDIA DOS SALDOS RESULTANTES DOS EVENTOS DO
000190*    MES E, SEM EVENTOS, O SALDO ATUAL.
000200*    CLIENTE COM SALDO MEDIO IGUAL OU ACIMA DO
000210*    PARAMETRO DE ISENCAO NAO PAGA NADA; OS DEMAIS PAGAM A
000220*    MANUTENCAO MENSAL MAIS A TARIFA POR MOVIMENTO DA VIGENCIA
000230*    EM VIGOR (TARPARAM, TRFREC.CPY).
000240*
000250*    O DEBITO DA TARIFA PASSA PELO MESMO SUBPROGRAMA DE
000260*    POSTAGEM DE QUALQUER MOVIMENTO (APLICAR-MOVIMENTO), COM
000270*    AS MESMAS REGRAS DE BLOQUEIO E LIMITE DE CREDITO; TARIFA
000280*    RECUSADA E APENAS RELATADA NO SYSOUT.  A COBRANCA ACEITA
000290*    E AUDITADA COM O TIPO DE EVENTO TARIFA, PARA APARECER NO
000300*    EXTRATO, NA CONCILIACAO E NA INTERFACE CONTABIL COMO
000310*    QUALQUER OUTRO EVENTO DE SALDO.
000320*
000330*    DEVE SER EXECUTADO NO FECHAMENTO DO MES, DEPOIS DO
000340*    ARQUIVAMENTO (ARQAUD) DO ULTIMO DIA UTIL, PARA QUE O MES
000350*    INTEIRO ESTEJA NO HISTORICO.  O MOTIVO DO EVENTO CARREGA
000360*    A COMPETENCIA COBRADA; UMA REEXECUCAO PULA OS CLIENTES
000370*    QUE JA MOSTRAM A TARIFA DESSA COMPETENCIA NO HISTORICO
000380*    (AUDHIST) OU NO DIARIO AINDA NAO ARQUIVADO (AUDITLOG,
000390*    VARRIDO ANTES DA COBRANCA) - A MESMA DUPLA DE FONTES DO
000400*    EXTRATO - DE MODO QUE NEM A RESUBMISSAO NO MESMO DIA
000410*    COBRA DUAS VEZES.
000420*----------------------------------------------------------------
000430*    HISTORICO DE ALTERACOES
000440*----------------------------------------------------------------
000450*    2026-09-02  EQC  VERSAO ORIGINAL.
000460*    2026-09-02  EQC  A PROTECAO CONTRA REEXECUCAO PASSA A
000470*                     VARRER TAMBEM O DIARIO AINDA NAO
000480*                     ARQUIVADO, FECHANDO A JANELA EM QUE UMA
000490*                     RESUBMISSAO NO MESMO DIA COBRAVA DUAS
000500*                     VEZES.
000510*    2026-10-15  EQC  EVENTO ESTORNO ENTRA NO SALDO MEDIO DA
000520*                     COMPETENCIA.
000530*    2026-10-15  EQC  TARIFA RECUSADA POR ALCANCAR BLOQUEIO
000540*                     JUDICIAL PASSA A SER RELATADA COM MOTIVO
000550*                     PROPRIO; O ARQUIVO DE BLOQUEIOS E FECHADO
000560*                     NO FIM.
000570*    2026-10-15  EQC  SALDO MEDIO PASSA A SER A MEDIA DOS SALDOS
000580*                     DE FECHAMENTO DIARIOS DO SLDHIST; A MEDIA
000590*                     DOS EVENTOS FICA SO PARA MES SEM
000600*                     FECHAMENTO GRAVADO.
000610*----------------------------------------------------------------
000620*
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.    IBM-370.
000660 OBJECT-COMPUTER.    IBM-370.
000670*
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS CLI-NUMERO
000740         FILE STATUS IS WK-FS-CLIMSTR.
000750*
000760     SELECT HISTORICO-AUDITORIA ASSIGN TO "AUDHIST"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS HIS-CHAVE
000800         FILE STATUS IS WK-FS-AUDHIST.
000810*
000820     SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITLOG"
000830         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS WK-FS-AUDITLOG.
000860*
000870     SELECT SALDOS-DIARIOS ASSIGN TO "SLDHIST"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS SDH-CHAVE
000910         FILE STATUS IS WK-FS-SLDHIST.
000920*
000930     SELECT ARQUIVO-TARIFAS ASSIGN TO "TARPARAM"
000940         ORGANIZATION IS SEQUENTIAL
000950         ACCESS MODE IS SEQUENTIAL
000960         FILE STATUS IS WK-FS-TARPARAM.
000970*
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  CLIENTES-MASTER
001010     LABEL RECORDS ARE STANDARD.
001020     COPY CLIREC.
001030*
001040 FD  HISTORICO-AUDITORIA
001050     LABEL RECORDS ARE STANDARD.
001060     COPY HISREC.
001070*
001080 FD  ARQUIVO-AUDITORIA
001090     LABEL RECORDS ARE STANDARD.
001100     COPY AUDREC.
001110*
001120 FD  SALDOS-DIARIOS
001130     LABEL RECORDS ARE STANDARD.
001140     COPY SDHREC.
001150*
001160 FD  ARQUIVO-TARIFAS
001170     LABEL RECORDS ARE STANDARD.
001180     COPY TRFREC.
001190*
001200 WORKING-STORAGE SECTION.
001210*
001220 77  WK-FS-CLIMSTR           PIC X(02) VALUE "00".
001230     88  WK-FS-OK                       VALUE "00".
001240 77  WK-FS-AUDHIST           PIC X(02) VALUE "00".
001250     88  WK-FS-AUDHIST-OK               VALUE "00".
001260     88  WK-FS-AUDHIST-INEXISTENTE      VALUE "35".
001270 77  WK-FS-AUDITLOG          PIC X(02) VALUE "00".
001280 77  WK-FS-SLDHIST           PIC X(02) VALUE "00".
001290     88  WK-FS-SLDHIST-OK               VALUE "00".
001300 77  WK-FS-TARPARAM          PIC X(02) VALUE "00".
001310     88  WK-FS-TARPARAM-OK              VALUE "00".
001320*
001330 77  WK-SW-FIM-CLIENTES      PIC X(01) VALUE "N".
001340     88  WK-FIM-CLIENTES                 VALUE "S".
001350*
001360 77  WK-SW-FIM-TARIFAS       PIC X(01) VALUE "N".
001370     88  WK-FIM-TARIFAS                  VALUE "S".
001380*
001390 77  WK-SW-VIGENCIA          PIC X(01) VALUE "N".
001400     88  WK-VIGENCIA-ESCOLHIDA           VALUE "S".
001410*
001420 77  WK-SW-AUDHIST-ABERTO    PIC X(01) VALUE "N".
001430     88  WK-AUDHIST-ABERTO               VALUE "S".
001440*
001450 77  WK-SW-FIM-HISTORICO     PIC X(01) VALUE "N".
001460     88  WK-FIM-HISTORICO                VALUE "S".
001470*
001480 77  WK-SW-SLDHIST-ABERTO    PIC X(01) VALUE "N".
001490     88  WK-SLDHIST-ABERTO               VALUE "S".
001500*
001510 77  WK-SW-FIM-FECHAMENTOS   PIC X(01) VALUE "N".
001520     88  WK-FIM-FECHAMENTOS              VALUE "S".
001530*
001540 77  WK-SW-JA-COBRADO        PIC X(01) VALUE "N".
001550     88  WK-JA-COBRADO                   VALUE "S".
001560*
001570 77  WK-SW-FIM-DIARIO        PIC X(01) VALUE "N".
001580     88  WK-FIM-DIARIO                   VALUE "S".
001590*
001600 77  WK-SW-ARQUIVOS-ABERTOS  PIC X(01) VALUE "N".
001610     88  WK-ARQUIVOS-ABERTOS             VALUE "S".
001620*
001630*    CLIENTES CUJA TARIFA DESTA COMPETENCIA JA ESTA NO DIARIO
001640*    AINDA NAO ARQUIVADO (AUDITLOG), CARREGADOS NUMA PASSAGEM
001650*    PREVIA: E O QUE IMPEDE UMA RESUBMISSAO NO MESMO DIA DE
001660*    COBRAR DUAS VEZES ANTES DO PROXIMO ARQUIVAMENTO.
001670 77  WK-MAX-COBRADOS-DIARIO  PIC 9(04) COMP VALUE 5000.
001680 77  WK-QT-COBRADOS-DIARIO   PIC 9(04) COMP VALUE ZERO.
001690 77  WK-IX-COBRADO-DIARIO    PIC 9(04) COMP VALUE ZERO.
001700 01  WK-TAB-COBRADOS-DIARIO.
001710     05  WK-COBRADO-DIARIO   OCCURS 5000 TIMES
001720                             PIC 9(09).
001730*
001740 77  WK-SW-COMPETENCIA       PIC X(01) VALUE "S".
001750     88  WK-COMPETENCIA-VALIDA           VALUE "S".
001760     88  WK-COMPETENCIA-INVALIDA         VALUE "N".
001770*
001780 77  WK-COMPETENCIA          PIC 9(06) VALUE ZERO.
001790 77  WK-DATA-HOJE            PIC 9(08) VALUE ZERO.
001800 77  WK-DATA-INI-COMPET      PIC 9(08) VALUE ZERO.
001810 77  WK-DATA-FIM-COMPET      PIC 9(08) VALUE ZERO.
001820 77  WK-DATA-FIM-GUARDA      PIC 9(08) VALUE ZERO.
001830 77  WK-DATA-VIGENCIA        PIC 9(08) VALUE ZERO.
001840*
001850 01  WK-COMPET-DECOMPOSTA.
001860     05  WK-COMPET-ANO       PIC 9(04).
001870     05  WK-COMPET-MES       PIC 9(02).
001880 01  WK-COMPET-NUMERICA REDEFINES WK-COMPET-DECOMPOSTA
001890                             PIC 9(06).
001900*
001910 77  WK-VL-MANUTENCAO        PIC 9(09)V99 COMP-3 VALUE ZERO.
001920 77  WK-VL-POR-MOVIMENTO     PIC 9(09)V99 COMP-3 VALUE ZERO.
001930 77  WK-VL-SALDO-ISENCAO     PIC 9(09)V99 COMP-3 VALUE ZERO.
001940*
001950 77  WK-QT-MOV-CLIENTE       PIC 9(07) COMP VALUE ZERO.
001960 77  WK-QT-EVENTOS-CLIENTE   PIC 9(07) COMP VALUE ZERO.
001970 77  WK-SOMA-SALDOS          PIC S9(13)V99 COMP-3 VALUE ZERO.
001980 77  WK-QT-FECHAMENTOS-CLIENTE
001990                             PIC 9(07) COMP VALUE ZERO.
002000 77  WK-SOMA-FECHAMENTOS     PIC S9(13)V99 COMP-3 VALUE ZERO.
002010 77  WK-SALDO-MEDIO          PIC S9(09)V99 COMP-3 VALUE ZERO.
002020 77  WK-VL-TARIFA-MES        PIC S9(09)V99 COMP-3 VALUE ZERO.
002030 77  WK-VL-DEBITO            PIC S9(09)V99 COMP-3 VALUE ZERO.
002040 77  WK-CLI-NUMERO-COBRADO   PIC 9(09) VALUE ZERO.
002050*
002060 77  WK-QT-CLIENTES-LIDOS    PIC 9(07) COMP VALUE ZERO.
002070 77  WK-QT-COBRADOS          PIC 9(07) COMP VALUE ZERO.
002080 77  WK-QT-ISENTOS           PIC 9(07) COMP VALUE ZERO.
002090 77  WK-QT-RECUSADOS         PIC 9(07) COMP VALUE ZERO.
002100 77  WK-QT-JA-COBRADOS       PIC 9(07) COMP VALUE ZERO.
002110 77  WK-VL-TOTAL-COBRADO     PIC S9(11)V99 COMP-3 VALUE ZERO.
002120*
002130 01  WK-MOTIVO-TARIFA.
002140     05  FILLER              PIC X(26)
002150         VALUE "TARIFA MENSAL COMPETENCIA ".
002160     05  MOTTRF-COMPETENCIA  PIC 9(06).
002170     05  FILLER              PIC X(08) VALUE SPACES.
002180*
002190     COPY MOVRSLT.
002200*
002210     COPY BJDPARM.
002220*
002230 PROCEDURE DIVISION.
002240*
002250 0000-MAINLINE.
002260     PERFORM 1000-INICIALIZAR
002270         THRU 1000-INICIALIZAR-EXIT.
002280*
002290     IF WK-COMPETENCIA-VALIDA
002300        AND WK-VIGENCIA-ESCOLHIDA
002310         PERFORM 2000-TARIFAR-CLIENTE
002320             THRU 2000-TARIFAR-CLIENTE-EXIT
002330             UNTIL WK-FIM-CLIENTES
002340     END-IF.
002350*
002360     PERFORM 8000-FINALIZAR
002370         THRU 8000-FINALIZAR-EXIT.
002380*
002390     GO TO 9999-FIM.
002400*
002410 1000-INICIALIZAR.
002420*----------------------------------------------------------------
002430*    LE A COMPETENCIA DO SYSIN, CARREGA A VIGENCIA DE TARIFAS
002440*    DO DIA, ABRE OS ARQUIVOS E LE O PRIMEIRO CLIENTE.  SEM
002450*    VIGENCIA APLICAVEL NAO HA COBRANCA (NAO EXISTEM TARIFAS
002460*    DE CONTINGENCIA COMPILADAS) E O PASSO AVISA COM
002470*    RETURN-CODE 8.
002480*----------------------------------------------------------------
002490     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
002500*
002510     ACCEPT WK-COMPETENCIA.
002520     IF WK-COMPETENCIA IS NOT NUMERIC
002530        OR WK-COMPETENCIA IS EQUAL TO ZERO
002540         DISPLAY "COMPETENCIA INVALIDA NO SYSIN - INFORME "
002550                 "AAAAMM."
002560         MOVE 12 TO RETURN-CODE
002570         SET WK-COMPETENCIA-INVALIDA TO TRUE
002580         SET WK-FIM-CLIENTES TO TRUE
002590         GO TO 1000-INICIALIZAR-EXIT
002600     END-IF.
002610*
002620     MOVE WK-COMPETENCIA TO MOTTRF-COMPETENCIA.
002630     MOVE WK-COMPETENCIA TO WK-COMPET-DECOMPOSTA.
002640     COMPUTE WK-DATA-INI-COMPET = WK-COMPETENCIA * 100 + 1.
002650     COMPUTE WK-DATA-FIM-COMPET = WK-COMPETENCIA * 100 + 31.
002660*
002670*    A JANELA DE GUARDA VAI DOIS MESES ALEM DA COMPETENCIA,
002680*    PARA ENXERGAR UMA TARIFA DESTA COMPETENCIA COBRADA (E JA
002690*    ARQUIVADA) NO COMECO DO MES SEGUINTE.
002700     IF WK-COMPET-MES IS GREATER THAN 10
002710         SUBTRACT 10 FROM WK-COMPET-MES
002720         ADD 1 TO WK-COMPET-ANO
002730     ELSE
002740         ADD 2 TO WK-COMPET-MES
002750     END-IF.
002760     COMPUTE WK-DATA-FIM-GUARDA =
002770             WK-COMPET-NUMERICA * 100 + 31.
002780*
002790     PERFORM 1100-CARREGAR-TARIFAS
002800         THRU 1100-CARREGAR-TARIFAS-EXIT.
002810*
002820     IF NOT WK-VIGENCIA-ESCOLHIDA
002830         DISPLAY "NENHUMA VIGENCIA DE TARIFAS SE APLICA A "
002840                 WK-DATA-HOJE " - NADA COBRADO."
002850         MOVE 8 TO RETURN-CODE
002860         SET WK-FIM-CLIENTES TO TRUE
002870         GO TO 1000-INICIALIZAR-EXIT
002880     END-IF.
002890*
002900     PERFORM 1300-CARREGAR-COBRADOS-DO-DIA
002910         THRU 1300-CARREGAR-COBRADOS-DO-DIA-EXIT.
002920*
002930     IF WK-FIM-CLIENTES
002940         GO TO 1000-INICIALIZAR-EXIT
002950     END-IF.
002960*
002970     OPEN I-O CLIENTES-MASTER.
002980     OPEN EXTEND ARQUIVO-AUDITORIA.
002990     SET WK-ARQUIVOS-ABERTOS TO TRUE.
003000*
003010     OPEN INPUT HISTORICO-AUDITORIA.
003020     IF WK-FS-AUDHIST-OK
003030         SET WK-AUDHIST-ABERTO TO TRUE
003040     ELSE
003050         DISPLAY "HISTORICO AUDHIST INDISPONIVEL (FILE STATUS "
003060                 WK-FS-AUDHIST ") - SEM TARIFA POR MOVIMENTO."
003070     END-IF.
003080*
003090     OPEN INPUT SALDOS-DIARIOS.
003100     IF WK-FS-SLDHIST-OK
003110         SET WK-SLDHIST-ABERTO TO TRUE
003120     ELSE
003130         DISPLAY "HISTORICO DE SALDOS SLDHIST INDISPONIVEL "
003140                 "(FILE STATUS " WK-FS-SLDHIST ") - SALDO MEDIO "
003150                 "PELOS EVENTOS DA COMPETENCIA."
003160     END-IF.
003170*
003180     DISPLAY "COBRANCA DE TARIFAS DA COMPETENCIA "
003190             WK-COMPETENCIA.
003200*
003210     PERFORM 2900-LER-CLIENTE
003220         THRU 2900-LER-CLIENTE-EXIT.
003230*
003240 1000-INICIALIZAR-EXIT.
003250     EXIT.
003260*
003270 1100-CARREGAR-TARIFAS.
003280*----------------------------------------------------------------
003290*    LE O ARQUIVO DE PARAMETROS TARPARAM E GUARDA OS VALORES
003300*    DA VIGENCIA DE MAIOR DATA QUE NAO SEJA POSTERIOR A HOJE
003310*    (EMPATE DE DATA: VALE O ULTIMO REGISTRO GRAVADO, COMO NO
003320*    TXPARAM).
003330*----------------------------------------------------------------
003340     OPEN INPUT ARQUIVO-TARIFAS.
003350*
003360     IF NOT WK-FS-TARPARAM-OK
003370         DISPLAY "ARQUIVO DE TARIFAS TARPARAM INDISPONIVEL - "
003380                 "FILE STATUS " WK-FS-TARPARAM
003390         GO TO 1100-CARREGAR-TARIFAS-EXIT
003400     END-IF.
003410*
003420     PERFORM 1110-LER-TARIFA
003430         THRU 1110-LER-TARIFA-EXIT
003440         UNTIL WK-FIM-TARIFAS.
003450*
003460     CLOSE ARQUIVO-TARIFAS.
003470*
003480     IF WK-VIGENCIA-ESCOLHIDA
003490         DISPLAY "VIGENCIA DE TARIFAS APLICADA: "
003500                 WK-DATA-VIGENCIA
003510     END-IF.
003520*
003530 1100-CARREGAR-TARIFAS-EXIT.
003540     EXIT.
003550*
003560 1110-LER-TARIFA.
003570*----------------------------------------------------------------
003580*    LE UM REGISTRO DO ARQUIVO DE PARAMETROS E, QUANDO ELE E A
003590*    MELHOR VIGENCIA ATE AGORA PARA A DATA DE HOJE, GUARDA OS
003600*    SEUS VALORES.
003610*----------------------------------------------------------------
003620     READ ARQUIVO-TARIFAS
003630         AT END
003640             SET WK-FIM-TARIFAS TO TRUE
003650             GO TO 1110-LER-TARIFA-EXIT
003660     END-READ.
003670*
003680     IF NOT WK-FS-TARPARAM-OK
003690         DISPLAY "ERRO AO LER O ARQUIVO DE TARIFAS - FILE "
003700                 "STATUS " WK-FS-TARPARAM
003710         SET WK-FIM-TARIFAS TO TRUE
003720         GO TO 1110-LER-TARIFA-EXIT
003730     END-IF.
003740*
003750     IF TRF-DATA-INICIO-VIGENCIA IS GREATER THAN WK-DATA-HOJE
003760         GO TO 1110-LER-TARIFA-EXIT
003770     END-IF.
003780*
003790     IF WK-VIGENCIA-ESCOLHIDA
003800        AND TRF-DATA-INICIO-VIGENCIA
003810             IS LESS THAN WK-DATA-VIGENCIA
003820         GO TO 1110-LER-TARIFA-EXIT
003830     END-IF.
003840*
003850     SET WK-VIGENCIA-ESCOLHIDA TO TRUE.
003860     MOVE TRF-DATA-INICIO-VIGENCIA TO WK-DATA-VIGENCIA.
003870     MOVE TRF-VL-MANUTENCAO-MENSAL TO WK-VL-MANUTENCAO.
003880     MOVE TRF-VL-TARIFA-MOVIMENTO  TO WK-VL-POR-MOVIMENTO.
003890     MOVE TRF-VL-SALDO-MEDIO-ISENCAO
003900                                   TO WK-VL-SALDO-ISENCAO.
003910*
003920 1110-LER-TARIFA-EXIT.
003930     EXIT.
003940*
003950 1300-CARREGAR-COBRADOS-DO-DIA.
003960*----------------------------------------------------------------
003970*    PASSAGEM PREVIA PELO DIARIO AINDA NAO ARQUIVADO
003980*    (AUDITLOG): GUARDA NA TABELA OS CLIENTES QUE JA TEM A
003990*    TARIFA DESTA COMPETENCIA GRAVADA HOJE, PARA QUE UMA
004000*    RESUBMISSAO ANTES DO PROXIMO ARQUIVAMENTO NAO COBRE DUAS
004010*    VEZES.  TABELA CHEIA, FALHA DE ABERTURA OU ERRO DE
004020*    LEITURA ENCERRAM SEM COBRAR NADA (RETURN-CODE 12):
004030*    SEGUIR SEM A PROTECAO E QUE SERIA O RISCO.  O DIARIO E
004040*    REABERTO PARA ACRESCIMO EM SEGUIDA, NO 1000-INICIALIZAR.
004050*----------------------------------------------------------------
004060     OPEN INPUT ARQUIVO-AUDITORIA.
004070*
004080     IF NOT WK-FS-AUDITLOG = "00"
004090         DISPLAY "ERRO AO ABRIR O DIARIO - FILE STATUS "
004100                 WK-FS-AUDITLOG " - COBRANCA INTERROMPIDA "
004110                 "SEM DEBITAR NADA."
004120         SET WK-FIM-DIARIO TO TRUE
004130         SET WK-FIM-CLIENTES TO TRUE
004140         MOVE 12 TO RETURN-CODE
004150         GO TO 1300-CARREGAR-COBRADOS-DO-DIA-EXIT
004160     END-IF.
004170*
004180     PERFORM 1310-LER-DIARIO
004190         THRU 1310-LER-DIARIO-EXIT
004200         UNTIL WK-FIM-DIARIO.
004210*
004220     CLOSE ARQUIVO-AUDITORIA.
004230*
004240     IF WK-QT-COBRADOS-DIARIO IS GREATER THAN ZERO
004250         DISPLAY "TARIFAS DESTA COMPETENCIA JA NO DIARIO DE "
004260                 "HOJE: " WK-QT-COBRADOS-DIARIO
004270     END-IF.
004280*
004290 1300-CARREGAR-COBRADOS-DO-DIA-EXIT.
004300     EXIT.
004310*
004320 1310-LER-DIARIO.
004330*----------------------------------------------------------------
004340*    LE UM REGISTRO DO DIARIO DO DIA E GUARDA O CLIENTE QUANDO
004350*    E UMA TARIFA DESTA COMPETENCIA.
004360*----------------------------------------------------------------
004370     READ ARQUIVO-AUDITORIA
004380         AT END
004390             SET WK-FIM-DIARIO TO TRUE
004400             GO TO 1310-LER-DIARIO-EXIT
004410     END-READ.
004420*
004430     IF NOT WK-FS-AUDITLOG = "00"
004440         DISPLAY "ERRO AO LER O DIARIO - FILE STATUS "
004450                 WK-FS-AUDITLOG " - COBRANCA INTERROMPIDA "
004460                 "SEM DEBITAR NADA."
004470         SET WK-FIM-DIARIO TO TRUE
004480         SET WK-FIM-CLIENTES TO TRUE
004490         MOVE 12 TO RETURN-CODE
004500         GO TO 1310-LER-DIARIO-EXIT
004510     END-IF.
004520*
004530     IF NOT (AUD-EV-TARIFA
004540             AND AUD-MOTIVO IS EQUAL TO WK-MOTIVO-TARIFA)
004550         GO TO 1310-LER-DIARIO-EXIT
004560     END-IF.
004570*
004580     IF WK-QT-COBRADOS-DIARIO
004590             IS NOT LESS THAN WK-MAX-COBRADOS-DIARIO
004600         DISPLAY "TABELA DE TARIFAS DO DIA CHEIA - COBRANCA "
004610                 "INTERROMPIDA SEM DEBITAR NADA."
004620         SET WK-FIM-DIARIO TO TRUE
004630         SET WK-FIM-CLIENTES TO TRUE
004640         MOVE 12 TO RETURN-CODE
004650         GO TO 1310-LER-DIARIO-EXIT
004660     END-IF.
004670*
004680     ADD 1 TO WK-QT-COBRADOS-DIARIO.
004690     MOVE AUD-CLI-NUMERO
004700         TO WK-COBRADO-DIARIO (WK-QT-COBRADOS-DIARIO).
004710*
004720 1310-LER-DIARIO-EXIT.
004730     EXIT.
004740*
004750 2000-TARIFAR-CLIENTE.
004760*----------------------------------------------------------------
004770*    APURA E COBRA A TARIFA DO CLIENTE CORRENTE: APENAS
004780*    CLIENTES ATIVOS; APURA OS MOVIMENTOS DA COMPETENCIA NO
004790*    HISTORICO E O SALDO MEDIO NOS FECHAMENTOS DIARIOS (OU,
004800*    SEM ELES, NOS EVENTOS); APLICA A ISENCAO POR SALDO
004810*    MEDIO; DEBITA O TOTAL PELO SUBPROGRAMA DE POSTAGEM.
004820*----------------------------------------------------------------
004830     IF NOT CLI-ATIVO
004840         GO TO 2000-TARIFAR-PROXIMO
004850     END-IF.
004860*
004870     PERFORM 2050-VERIFICAR-COBRADO-HOJE
004880         THRU 2050-VERIFICAR-COBRADO-HOJE-EXIT.
004890*
004900     IF WK-JA-COBRADO
004910         ADD 1 TO WK-QT-JA-COBRADOS
004920         GO TO 2000-TARIFAR-PROXIMO
004930     END-IF.
004940*
004950     PERFORM 2100-APURAR-COMPETENCIA
004960         THRU 2100-APURAR-COMPETENCIA-EXIT.
004970*
004980     IF WK-JA-COBRADO
004990         ADD 1 TO WK-QT-JA-COBRADOS
005000         GO TO 2000-TARIFAR-PROXIMO
005010     END-IF.
005020*
005030     PERFORM 2200-APURAR-FECHAMENTOS
005040         THRU 2200-APURAR-FECHAMENTOS-EXIT.
005050*
005060     EVALUATE TRUE
005070         WHEN WK-QT-FECHAMENTOS-CLIENTE IS GREATER THAN ZERO
005080             COMPUTE WK-SALDO-MEDIO ROUNDED =
005090                     WK-SOMA-FECHAMENTOS /
005100                     WK-QT-FECHAMENTOS-CLIENTE
005110         WHEN WK-QT-EVENTOS-CLIENTE IS GREATER THAN ZERO
005120             COMPUTE WK-SALDO-MEDIO ROUNDED =
005130                     WK-SOMA-SALDOS / WK-QT-EVENTOS-CLIENTE
005140         WHEN OTHER
005150             MOVE CLI-SALDO TO WK-SALDO-MEDIO
005160     END-EVALUATE.
005170*
005180     IF WK-VL-SALDO-ISENCAO IS GREATER THAN ZERO
005190        AND WK-SALDO-MEDIO IS NOT LESS THAN WK-VL-SALDO-ISENCAO
005200         ADD 1 TO WK-QT-ISENTOS
005210         GO TO 2000-TARIFAR-PROXIMO
005220     END-IF.
005230*
005240     COMPUTE WK-VL-TARIFA-MES =
005250             WK-VL-MANUTENCAO
005260           + WK-VL-POR-MOVIMENTO * WK-QT-MOV-CLIENTE.
005270*
005280     IF WK-VL-TARIFA-MES IS NOT GREATER THAN ZERO
005290         GO TO 2000-TARIFAR-PROXIMO
005300     END-IF.
005310*
005320     PERFORM 3000-DEBITAR-TARIFA
005330         THRU 3000-DEBITAR-TARIFA-EXIT.
005340*
005350 2000-TARIFAR-PROXIMO.
005360     PERFORM 2900-LER-CLIENTE
005370         THRU 2900-LER-CLIENTE-EXIT.
005380*
005390 2000-TARIFAR-CLIENTE-EXIT.
005400     EXIT.
005410*
005420 2050-VERIFICAR-COBRADO-HOJE.
005430*----------------------------------------------------------------
005440*    PROCURA O CLIENTE CORRENTE NA TABELA DE TARIFAS JA
005450*    GRAVADAS NO DIARIO DE HOJE (PASSAGEM PREVIA DO
005460*    1300-CARREGAR-COBRADOS-DO-DIA); ACHADO, A COBRANCA DESTA
005470*    COMPETENCIA JA ACONTECEU NUMA EXECUCAO ANTERIOR DO
005480*    PROPRIO DIA.
005490*----------------------------------------------------------------
005500     MOVE "N" TO WK-SW-JA-COBRADO.
005510*
005520     PERFORM 2060-COMPARAR-COBRADO-HOJE
005530         THRU 2060-COMPARAR-COBRADO-HOJE-EXIT
005540         VARYING WK-IX-COBRADO-DIARIO FROM 1 BY 1
005550         UNTIL WK-JA-COBRADO
005560             OR WK-IX-COBRADO-DIARIO > WK-QT-COBRADOS-DIARIO.
005570*
005580 2050-VERIFICAR-COBRADO-HOJE-EXIT.
005590     EXIT.
005600*
005610 2060-COMPARAR-COBRADO-HOJE.
005620*----------------------------------------------------------------
005630*    COMPARA O CLIENTE CORRENTE COM UMA ENTRADA DA TABELA.
005640*----------------------------------------------------------------
005650     IF WK-COBRADO-DIARIO (WK-IX-COBRADO-DIARIO)
005660             IS EQUAL TO CLI-NUMERO
005670         SET WK-JA-COBRADO TO TRUE
005680     END-IF.
005690*
005700 2060-COMPARAR-COBRADO-HOJE-EXIT.
005710     EXIT.
005720*
005730 2100-APURAR-COMPETENCIA.
005740*----------------------------------------------------------------
005750*    PERCORRE NO HISTORICO OS EVENTOS DO CLIENTE CORRENTE, DA
005760*    COMPETENCIA ATE A JANELA DE GUARDA: CONTA OS MOVIMENTOS
005770*    POSTADOS NO MES, ACUMULA OS SALDOS RESULTANTES DOS
005780*    EVENTOS DE SALDO PARA O SALDO MEDIO E DETECTA UMA TARIFA
005790*    DESTA COMPETENCIA JA COBRADA NUMA EXECUCAO ANTERIOR.
005800*----------------------------------------------------------------
005810     MOVE ZERO TO WK-QT-MOV-CLIENTE.
005820     MOVE ZERO TO WK-QT-EVENTOS-CLIENTE.
005830     MOVE ZERO TO WK-SOMA-SALDOS.
005840     MOVE "N"  TO WK-SW-JA-COBRADO.
005850     MOVE "N"  TO WK-SW-FIM-HISTORICO.
005860*
005870     IF NOT WK-AUDHIST-ABERTO
005880         GO TO 2100-APURAR-COMPETENCIA-EXIT
005890     END-IF.
005900*
005910     MOVE CLI-NUMERO         TO HIS-CLI-NUMERO.
005920     MOVE WK-DATA-INI-COMPET TO HIS-DATA.
005930     MOVE ZERO               TO HIS-HORA.
005940     MOVE ZERO               TO HIS-SEQ-DESEMPATE.
005950*
005960     START HISTORICO-AUDITORIA
005970         KEY IS NOT LESS THAN HIS-CHAVE
005980         INVALID KEY
005990             SET WK-FIM-HISTORICO TO TRUE
006000     END-START.
006010*
006020     PERFORM 2110-LER-EVENTO-HISTORICO
006030         THRU 2110-LER-EVENTO-HISTORICO-EXIT
006040         UNTIL WK-FIM-HISTORICO.
006050*
006060 2100-APURAR-COMPETENCIA-EXIT.
006070     EXIT.
006080*
006090 2110-LER-EVENTO-HISTORICO.
006100*----------------------------------------------------------------
006110*    LE O PROXIMO EVENTO DO HISTORICO E O CLASSIFICA PARA A
006120*    APURACAO, ENCERRANDO QUANDO MUDA O CLIENTE OU A DATA
006130*    PASSA DA JANELA DE GUARDA.
006140*----------------------------------------------------------------
006150     READ HISTORICO-AUDITORIA NEXT RECORD
006160         AT END
006170             SET WK-FIM-HISTORICO TO TRUE
006180             GO TO 2110-LER-EVENTO-HISTORICO-EXIT
006190     END-READ.
006200*
006210     IF NOT WK-FS-AUDHIST-OK
006220         DISPLAY "ERRO AO LER O HISTORICO - FILE STATUS "
006230                 WK-FS-AUDHIST
006240         SET WK-FIM-HISTORICO TO TRUE
006250         GO TO 2110-LER-EVENTO-HISTORICO-EXIT
006260     END-IF.
006270*
006280     IF HIS-CLI-NUMERO IS NOT EQUAL TO CLI-NUMERO
006290        OR HIS-DATA IS GREATER THAN WK-DATA-FIM-GUARDA
006300         SET WK-FIM-HISTORICO TO TRUE
006310         GO TO 2110-LER-EVENTO-HISTORICO-EXIT
006320     END-IF.
006330*
006340     IF HIS-EV-TARIFA
006350        AND HIS-MOTIVO IS EQUAL TO WK-MOTIVO-TARIFA
006360         SET WK-JA-COBRADO TO TRUE
006370     END-IF.
006380*
006390     IF HIS-DATA IS GREATER THAN WK-DATA-FIM-COMPET
006400         GO TO 2110-LER-EVENTO-HISTORICO-EXIT
006410     END-IF.
006420*
006430     IF HIS-EV-MOVIMENTO OR HIS-EV-JUROS OR HIS-EV-AJUSTE
006440        OR HIS-EV-REMUNERACAO OR HIS-EV-TARIFA
006450        OR HIS-EV-ESTORNO
006460         ADD 1 TO WK-QT-EVENTOS-CLIENTE
006470         ADD HIS-SALDO-RESULTANTE TO WK-SOMA-SALDOS
006480         IF HIS-EV-MOVIMENTO
006490             ADD 1 TO WK-QT-MOV-CLIENTE
006500         END-IF
006510     END-IF.
006520*
006530 2110-LER-EVENTO-HISTORICO-EXIT.
006540     EXIT.
006550*
006560 2200-APURAR-FECHAMENTOS.
006570*----------------------------------------------------------------
006580*    PERCORRE NO HISTORICO DE SALDOS OS FECHAMENTOS DIARIOS DO
006590*    CLIENTE CORRENTE DENTRO DA COMPETENCIA, SOMANDO OS SALDOS
006600*    PARA O SALDO MEDIO.  SEM FECHAMENTO NENHUM, O CHAMADOR
006610*    USA A MEDIA DOS EVENTOS.
006620*----------------------------------------------------------------
006630     MOVE ZERO TO WK-QT-FECHAMENTOS-CLIENTE.
006640     MOVE ZERO TO WK-SOMA-FECHAMENTOS.
006650     MOVE "N"  TO WK-SW-FIM-FECHAMENTOS.
006660*
006670     IF NOT WK-SLDHIST-ABERTO
006680         GO TO 2200-APURAR-FECHAMENTOS-EXIT
006690     END-IF.
006700*
006710     MOVE CLI-NUMERO         TO SDH-CLI-NUMERO.
006720     MOVE WK-DATA-INI-COMPET TO SDH-DATA.
006730*
006740     START SALDOS-DIARIOS
006750         KEY IS NOT LESS THAN SDH-CHAVE
006760         INVALID KEY
006770             SET WK-FIM-FECHAMENTOS TO TRUE
006780     END-START.
006790*
006800     PERFORM 2210-LER-FECHAMENTO
006810         THRU 2210-LER-FECHAMENTO-EXIT
006820         UNTIL WK-FIM-FECHAMENTOS.
006830*
006840 2200-APURAR-FECHAMENTOS-EXIT.
006850     EXIT.
006860*
006870 2210-LER-FECHAMENTO.
006880*----------------------------------------------------------------
006890*    LE O PROXIMO FECHAMENTO E O SOMA AO SALDO MEDIO,
006900*    ENCERRANDO QUANDO MUDA O CLIENTE OU A DATA PASSA DO FIM
006910*    DA COMPETENCIA.
006920*----------------------------------------------------------------
006930     READ SALDOS-DIARIOS NEXT RECORD
006940         AT END
006950             SET WK-FIM-FECHAMENTOS TO TRUE
006960             GO TO 2210-LER-FECHAMENTO-EXIT
006970     END-READ.
006980*
006990     IF NOT WK-FS-SLDHIST-OK
007000         DISPLAY "ERRO AO LER O HISTORICO DE SALDOS - FILE "
007010                 "STATUS " WK-FS-SLDHIST
007020         SET WK-FIM-FECHAMENTOS TO TRUE
007030         GO TO 2210-LER-FECHAMENTO-EXIT
007040     END-IF.
007050*
007060     IF SDH-CLI-NUMERO IS NOT EQUAL TO CLI-NUMERO
007070        OR SDH-DATA IS GREATER THAN WK-DATA-FIM-COMPET
007080         SET WK-FIM-FECHAMENTOS TO TRUE
007090         GO TO 2210-LER-FECHAMENTO-EXIT
007100     END-IF.
007110*
007120     ADD 1         TO WK-QT-FECHAMENTOS-CLIENTE.
007130     ADD SDH-SALDO TO WK-SOMA-FECHAMENTOS.
007140*
007150 2210-LER-FECHAMENTO-EXIT.
007160     EXIT.
007170*
007180 2900-LER-CLIENTE.
007190*----------------------------------------------------------------
007200*    LE O PROXIMO CLIENTE DO ARQUIVO MESTRE.  QUALQUER ERRO DE
007210*    LEITURA ENCERRA A VARREDURA, PARA NAO FICAR EM LACO SOBRE
007220*    UM ARQUIVO INACESSIVEL.
007230*----------------------------------------------------------------
007240     READ CLIENTES-MASTER NEXT RECORD
007250         AT END
007260             SET WK-FIM-CLIENTES TO TRUE
007270         NOT AT END
007280             ADD 1 TO WK-QT-CLIENTES-LIDOS
007290     END-READ.
007300*
007310     IF NOT WK-FS-OK AND NOT WK-FIM-CLIENTES
007320         DISPLAY "ERRO AO LER O ARQUIVO MESTRE - FILE STATUS "
007330                 WK-FS-CLIMSTR
007340         SET WK-FIM-CLIENTES TO TRUE
007350     END-IF.
007360*
007370 2900-LER-CLIENTE-EXIT.
007380     EXIT.
007390*
007400 3000-DEBITAR-TARIFA.
007410*----------------------------------------------------------------
007420*    DEBITA A TARIFA DO MES PELO SUBPROGRAMA DE POSTAGEM, COM
007430*    AS MESMAS REGRAS DE BLOQUEIO E LIMITE DE QUALQUER
007440*    MOVIMENTO.  COBRANCA ACEITA REGRAVA O CLIENTE PRIMEIRO E
007450*    SO AUDITA E TOTALIZA QUANDO A REGRAVACAO FOI ACEITA
007460*    (MESMO PADRAO DE CAPITALIZA-REMUNERACAO); RECUSADA E SO
007470*    RELATADA.
007480*----------------------------------------------------------------
007490     COMPUTE WK-VL-DEBITO = WK-VL-TARIFA-MES * -1.
007500     MOVE CLI-NUMERO TO WK-CLI-NUMERO-COBRADO.
007510*
007520     CALL "APLICAR-MOVIMENTO" USING CLI-REGISTRO
007530                                     WK-VL-DEBITO
007540                                     WK-DATA-HOJE
007550                                     MOV-RESULTADO.
007560*
007570     IF MOV-REJEITADO
007580         EVALUATE TRUE
007590             WHEN MOV-REJ-BLOQUEADO
007600                 DISPLAY "TARIFA DO CLIENTE "
007610                         WK-CLI-NUMERO-COBRADO
007620                         " RECUSADA - CLIENTE BLOQUEADO."
007630             WHEN MOV-REJ-BLOQUEIO-JUDICIAL
007640                 DISPLAY "TARIFA DO CLIENTE "
007650                         WK-CLI-NUMERO-COBRADO
007660                         " RECUSADA - SALDO COMPROMETIDO POR "
007670                         "BLOQUEIO JUDICIAL."
007680             WHEN OTHER
007690                 DISPLAY "TARIFA DO CLIENTE "
007700                         WK-CLI-NUMERO-COBRADO
007710                         " RECUSADA - EXCEDE O LIMITE DE CREDITO."
007720         END-EVALUATE
007730         ADD 1 TO WK-QT-RECUSADOS
007740         GO TO 3000-DEBITAR-TARIFA-EXIT
007750     END-IF.
007760*
007770     REWRITE CLI-REGISTRO
007780         INVALID KEY
007790             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
007800                     WK-CLI-NUMERO-COBRADO
007810                     " NO ARQUIVO MESTRE - TARIFA NAO COBRADA."
007820             GO TO 3000-DEBITAR-TARIFA-EXIT
007830     END-REWRITE.
007840*
007850     PERFORM 3100-GRAVAR-AUDITORIA-TARIFA
007860         THRU 3100-GRAVAR-AUDITORIA-TARIFA-EXIT.
007870*
007880     IF MOV-JUROS-CALCULADO IS NOT EQUAL TO ZERO
007890         PERFORM 3200-GRAVAR-AUDITORIA-JUROS
007900             THRU 3200-GRAVAR-AUDITORIA-JUROS-EXIT
007910     END-IF.
007920*
007930     ADD 1 TO WK-QT-COBRADOS.
007940     ADD WK-VL-TARIFA-MES TO WK-VL-TOTAL-COBRADO.
007950*
007960 3000-DEBITAR-TARIFA-EXIT.
007970     EXIT.
007980*
007990 3100-GRAVAR-AUDITORIA-TARIFA.
008000*----------------------------------------------------------------
008010*    GRAVA NO DIARIO DE AUDITORIA A TARIFA DEBITADA, COM TIPO
008020*    DE EVENTO PROPRIO E A COMPETENCIA NO MOTIVO.  USA
008030*    MOV-RESULTADO E AS COPIAS DE WORKING-STORAGE, POIS A AREA
008040*    DO REGISTRO NAO E MAIS CONFIAVEL DEPOIS DO REWRITE.
008050*----------------------------------------------------------------
008060     MOVE WK-CLI-NUMERO-COBRADO  TO AUD-CLI-NUMERO.
008070     SET AUD-EV-TARIFA           TO TRUE.
008080     MOVE WK-VL-TARIFA-MES       TO AUD-VALOR-EVENTO.
008090     MOVE MOV-SALDO-ANTERIOR     TO AUD-SALDO-ANTERIOR.
008100     MOVE MOV-SALDO-POS-MOVIMENTO
008110                                 TO AUD-SALDO-RESULTANTE.
008120     MOVE "TARMES"               TO AUD-USUARIO.
008130     MOVE WK-MOTIVO-TARIFA       TO AUD-MOTIVO.
008140*
008150     PERFORM 3900-GRAVAR-REGISTRO-AUDITORIA
008160         THRU 3900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
008170*
008180 3100-GRAVAR-AUDITORIA-TARIFA-EXIT.
008190     EXIT.
008200*
008210 3200-GRAVAR-AUDITORIA-JUROS.
008220*----------------------------------------------------------------
008230*    GRAVA NO DIARIO DE AUDITORIA OS JUROS DEBITADOS QUANDO A
008240*    TARIFA DEIXOU O SALDO NEGATIVO.
008250*----------------------------------------------------------------
008260     MOVE WK-CLI-NUMERO-COBRADO  TO AUD-CLI-NUMERO.
008270     SET AUD-EV-JUROS            TO TRUE.
008280     MOVE MOV-JUROS-CALCULADO    TO AUD-VALOR-EVENTO.
008290     MOVE MOV-SALDO-POS-MOVIMENTO
008300                                 TO AUD-SALDO-ANTERIOR.
008310     COMPUTE AUD-SALDO-RESULTANTE =
008320             MOV-SALDO-POS-MOVIMENTO - MOV-JUROS-CALCULADO.
008330     MOVE "TARMES"               TO AUD-USUARIO.
008340     MOVE SPACES                 TO AUD-MOTIVO.
008350*
008360     PERFORM 3900-GRAVAR-REGISTRO-AUDITORIA
008370         THRU 3900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
008380*
008390 3200-GRAVAR-AUDITORIA-JUROS-EXIT.
008400     EXIT.
008410*
008420 3900-GRAVAR-REGISTRO-AUDITORIA.
008430*----------------------------------------------------------------
008440*    CARIMBA DATA/HORA E GRAVA O REGISTRO DE AUDITORIA MONTADO
008450*    PELO PARAGRAFO CHAMADOR.
008460*----------------------------------------------------------------
008470     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
008480     ACCEPT AUD-HORA FROM TIME.
008490*
008500     WRITE AUD-REGISTRO.
008510*
008520     IF NOT WK-FS-AUDITLOG = "00"
008530         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
008540                 WK-CLI-NUMERO-COBRADO
008550                 " - FILE STATUS " WK-FS-AUDITLOG
008560     END-IF.
008570*
008580 3900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
008590     EXIT.
008600*
008610 8000-FINALIZAR.
008620*----------------------------------------------------------------
008630*    FECHA OS ARQUIVOS E EMITE O RESUMO DA COBRANCA.
008640*----------------------------------------------------------------
008650     IF WK-ARQUIVOS-ABERTOS
008660         CLOSE CLIENTES-MASTER
008670         CLOSE ARQUIVO-AUDITORIA
008680         IF WK-AUDHIST-ABERTO
008690             CLOSE HISTORICO-AUDITORIA
008700         END-IF
008710         IF WK-SLDHIST-ABERTO
008720             CLOSE SALDOS-DIARIOS
008730         END-IF
008740         SET BJP-FN-FINALIZAR TO TRUE
008750         CALL "TOTALIZAR-BLOQUEIOS" USING BJP-PARAMETROS
008760     END-IF.
008770*
008780     DISPLAY "CLIENTES LIDOS.........: " WK-QT-CLIENTES-LIDOS.
008790     DISPLAY "TARIFAS COBRADAS.......: " WK-QT-COBRADOS.
008800     DISPLAY "CLIENTES ISENTOS.......: " WK-QT-ISENTOS.
008810     DISPLAY "TARIFAS RECUSADAS......: " WK-QT-RECUSADOS.
008820     DISPLAY "JA COBRADOS (RERUN)....: " WK-QT-JA-COBRADOS.
008830     DISPLAY "VALOR TOTAL COBRADO....: " WK-VL-TOTAL-COBRADO.
008840*
008850 8000-FINALIZAR-EXIT.
008860     EXIT.
008870*
008880 9999-FIM.
008890     STOP RUN.
