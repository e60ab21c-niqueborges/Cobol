000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RELATORIO-CARTEIRA.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    RELATORIO MENSAL DA CARTEIRA POR AGENCIA: PARA CADA AGENCIA
000100*    DONA DE CONTAS (CLI-AGENCIA) MOSTRA, NO MES DE REFERENCIA
000110*    INFORMADO NO SYSIN (AAAAMM):
000120*      - A QUANTIDADE DE CONTAS ATIVAS, BLOQUEADAS E DORMENTES
000130*        (ATIVAS OU BLOQUEADAS SEM MOVIMENTO HA MAIS DIAS QUE O
000140*        LIMITE DE DORMENCIA DO SYSIN - MESMA REGRA DO
000150*        BLOQUEIO-DORMENTES, PADRAO 180 DIAS);
000160*      - O TOTAL DOS SALDOS CREDORES E O DOS SALDOS DEVEDORES E
000170*        A QUANTIDADE DE CONTAS ACIMA DO LIMITE DE CREDITO;
000180*      - AS TARIFAS E OS JUROS DEVEDORES GANHOS NO MES (EVENTOS
000190*        TARIFA E JUROS DO HISTORICO DE AUDITORIA, AUDHIST, MENOS
000200*        OS ESTORNOS DELES, PELA DATA DO EVENTO - MESMA BASE DA
000210*        INTERFACE CONTABIL);
000220*      - AS CONTAS ABERTAS E AS ENCERRADAS NO MES (EVENTOS
000230*        CADASTRO DE INCLUSAO E DE ENCERRAMENTO DO HISTORICO).
000240*    SITUACAO, SALDOS E LIMITES SAO A POSICAO DO ARQUIVO MESTRE
000250*    (CLIMSTR) NA EMISSAO, E O MOVIMENTO DO MES VAI PARA A
000260*    AGENCIA ATUAL DA CONTA (UMA CONTA TRANSFERIDA NO MES LEVA O
000270*    MES INTEIRO PARA A AGENCIA NOVA).
000280*
000290*    O RELATORIO TERMINA COM O TOTAL DO BANCO, CONFERIDO COM O
000300*    ARQUIVO MESTRE: A QUANTIDADE DE CONTAS E O SALDO LIQUIDO
000310*    LIDOS DO MESTRE TEM DE BATER COM A SOMA DAS AGENCIAS
000320*    (ATIVAS, BLOQUEADAS E ENCERRADAS; SALDOS CREDORES MAIS
000330*    DEVEDORES).  DIVERGENCIA DEVOLVE RETURN-CODE 12.
000340*
000350*    O MESTRE E O HISTORICO SAO LIDOS EM PARALELO, OS DOIS NA
000360*    ORDEM DO NUMERO DO CLIENTE; CADA CONTA, JA APURADA, VAI
000370*    PARA O SORT PELA AGENCIA.  O MES TEM DE ESTAR ENCERRADO E
000380*    INTEIRO NO HISTORICO: O PASSO CONFERE NO CONTROLE DO DIA
000390*    (DIACTL) QUE NAO HA ARQUIVAMENTO (ARQAUD) EM ANDAMENTO E
000400*    QUE O ARQUIVAMENTO DA ULTIMA NOITE PROCESSADA DO MES (OU DE
000410*    UMA NOITE POSTERIOR) ESTA CONCLUIDO.  SEM ESSES CARIMBOS,
000420*    NADA E EMITIDO.
000430*----------------------------------------------------------------
000440*    HISTORICO DE ALTERACOES
000450*----------------------------------------------------------------
000460*    2026-10-15  EQC  VERSAO ORIGINAL.
000470*----------------------------------------------------------------
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.    IBM-370.
000520 OBJECT-COMPUTER.    IBM-370.
000530*
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS CLI-NUMERO
000600         FILE STATUS IS WK-FS-CLIMSTR.
000610*
000620     SELECT HISTORICO-AUDITORIA ASSIGN TO "AUDHIST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS HIS-CHAVE
000660         FILE STATUS IS WK-FS-AUDHIST.
000670*
000680     SELECT CONTROLE-DO-DIA ASSIGN TO "DIACTL"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS CTD-CHAVE
000720         FILE STATUS IS WK-FS-DIACTL.
000730*
000740     SELECT RELATORIO ASSIGN TO "RELCART"
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WK-FS-RELCART.
000780*
000790     SELECT ARQUIVO-SORT ASSIGN TO "SORTWK".
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CLIENTES-MASTER
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CLIREC.
000860*
000870 FD  HISTORICO-AUDITORIA
000880     LABEL RECORDS ARE STANDARD.
000890     COPY HISREC.
000900*
000910 FD  CONTROLE-DO-DIA
000920     LABEL RECORDS ARE STANDARD.
000930     COPY CTDREC.
000940*
000950 FD  RELATORIO
000960     LABEL RECORDS ARE STANDARD.
000970 01  REL-LINHA                   PIC X(132).
000980*
000990 SD  ARQUIVO-SORT.
001000 01  SRT-REGISTRO.
001010     05  SRT-AGENCIA             PIC X(08).
001020     05  SRT-CLI-NUMERO          PIC 9(09).
001030     05  SRT-SITUACAO            PIC X(01).
001040         88  SRT-ATIVA                       VALUE "A".
001050         88  SRT-BLOQUEADA                   VALUE "B".
001060         88  SRT-ENCERRADA                   VALUE "E".
001070     05  SRT-DORMENTE            PIC X(01).
001080         88  SRT-E-DORMENTE                  VALUE "S".
001090     05  SRT-ACIMA-LIMITE        PIC X(01).
001100         88  SRT-E-ACIMA-LIMITE              VALUE "S".
001110     05  SRT-ABERTA-NO-MES       PIC X(01).
001120         88  SRT-E-ABERTA-NO-MES             VALUE "S".
001130     05  SRT-ENCERRADA-NO-MES    PIC X(01).
001140         88  SRT-E-ENCERRADA-NO-MES          VALUE "S".
001150     05  SRT-SALDO               PIC S9(09)V99 COMP-3.
001160     05  SRT-VL-TARIFAS          PIC S9(11)V99 COMP-3.
001170     05  SRT-VL-JUROS            PIC S9(11)V99 COMP-3.
001180*
001190 WORKING-STORAGE SECTION.
001200*
001210 77  WK-FS-CLIMSTR               PIC X(02) VALUE "00".
001220     88  WK-FS-CLIMSTR-OK                    VALUE "00".
001230 77  WK-FS-AUDHIST               PIC X(02) VALUE "00".
001240     88  WK-FS-AUDHIST-OK                    VALUE "00".
001250 77  WK-FS-DIACTL                PIC X(02) VALUE "00".
001260     88  WK-FS-DIACTL-OK                     VALUE "00".
001270 77  WK-FS-RELCART               PIC X(02) VALUE "00".
001280*
001290 77  WK-SW-RELATORIO             PIC X(01) VALUE "N".
001300     88  WK-RELATORIO-LIBERADO               VALUE "S".
001310     88  WK-RELATORIO-RECUSADO               VALUE "N".
001320*
001330 77  WK-SW-FIM-CLIENTES          PIC X(01) VALUE "N".
001340     88  WK-FIM-CLIENTES                     VALUE "S".
001350*
001360 77  WK-SW-FIM-HISTORICO         PIC X(01) VALUE "N".
001370     88  WK-FIM-HISTORICO                    VALUE "S".
001380*
001390 77  WK-SW-FIM-CONTROLE          PIC X(01) VALUE "N".
001400     88  WK-FIM-CONTROLE                     VALUE "S".
001410*
001420 77  WK-SW-FIM-ORDENADO          PIC X(01) VALUE "N".
001430     88  WK-FIM-ORDENADO                     VALUE "S".
001440*
001450 77  WK-SW-AGENCIA-ABERTA        PIC X(01) VALUE "N".
001460     88  WK-AGENCIA-ABERTA                   VALUE "S".
001470*
001480 77  WK-DIAS-DORMENCIA           PIC 9(05) VALUE 180.
001490*
001500 77  WK-DATA-HOJE                PIC 9(08) VALUE ZERO.
001510 77  WK-MES-HOJE                 PIC 9(06) VALUE ZERO.
001520*
001530 77  WK-DATA-INICIO-MES          PIC 9(08) VALUE ZERO.
001540 77  WK-DATA-FIM-MES             PIC 9(08) VALUE ZERO.
001550 77  WK-DIAS-HOJE                PIC 9(07) COMP VALUE ZERO.
001560 77  WK-DIAS-ULT-MOVIMENTO       PIC 9(07) COMP VALUE ZERO.
001570 77  WK-DIAS-PARADO              PIC S9(07) COMP VALUE ZERO.
001580 77  WK-LIMITE-NEGATIVO          PIC S9(09)V99 COMP-3 VALUE ZERO.
001590*
001600*    CARIMBOS DO CONTROLE DO DIA: ULTIMA NOITE PROCESSADA DO
001610*    MES E MAIOR DATA DE ARQUIVAMENTO CONCLUIDO.
001620 77  WK-DATA-ULT-NOITE-MES       PIC 9(08) VALUE ZERO.
001630 77  WK-DATA-ULT-ARQUIVAMENTO    PIC 9(08) VALUE ZERO.
001640*
001650*    MOVIMENTO DO MES DO CLIENTE CORRENTE.
001660 77  WK-CLIENTE-CORRENTE         PIC 9(09) VALUE ZERO.
001670 77  WK-VL-TARIFAS-CLIENTE       PIC S9(11)V99 COMP-3 VALUE ZERO.
001680 77  WK-VL-JUROS-CLIENTE         PIC S9(11)V99 COMP-3 VALUE ZERO.
001690 77  WK-SW-ABERTA-NO-MES         PIC X(01) VALUE "N".
001700     88  WK-ABERTA-NO-MES                    VALUE "S".
001710 77  WK-SW-ENCERRADA-NO-MES      PIC X(01) VALUE "N".
001720     88  WK-ENCERRADA-NO-MES                 VALUE "S".
001730*
001740*    TOTAIS LIDOS DO ARQUIVO MESTRE, PARA A CONFERENCIA.
001750 77  WK-QT-CLIENTES-LIDOS        PIC 9(07) COMP VALUE ZERO.
001760 77  WK-VL-SALDO-CADASTRO        PIC S9(13)V99 COMP-3 VALUE ZERO.
001770 77  WK-VL-SALDO-RELATORIO       PIC S9(13)V99 COMP-3 VALUE ZERO.
001780 77  WK-QT-DATAS-INVALIDAS       PIC 9(07) COMP VALUE ZERO.
001790 77  WK-QT-EVENTOS-FORA-CADASTRO PIC 9(07) COMP VALUE ZERO.
001800 77  WK-QT-AGENCIAS              PIC 9(07) COMP VALUE ZERO.
001810 77  WK-QT-SEM-AGENCIA           PIC 9(07) COMP VALUE ZERO.
001820*
001830 77  WK-AGENCIA-CORRENTE         PIC X(08) VALUE SPACES.
001840*
001850*    ACUMULADORES DA AGENCIA CORRENTE.
001860 77  WK-AG-QT-CONTAS             PIC 9(07) COMP VALUE ZERO.
001870 77  WK-AG-QT-ATIVAS             PIC 9(07) COMP VALUE ZERO.
001880 77  WK-AG-QT-BLOQUEADAS         PIC 9(07) COMP VALUE ZERO.
001890 77  WK-AG-QT-ENCERRADAS         PIC 9(07) COMP VALUE ZERO.
001900 77  WK-AG-QT-OUTRAS             PIC 9(07) COMP VALUE ZERO.
001910 77  WK-AG-QT-DORMENTES          PIC 9(07) COMP VALUE ZERO.
001920 77  WK-AG-QT-ACIMA-LIMITE       PIC 9(07) COMP VALUE ZERO.
001930 77  WK-AG-QT-ABERTAS-MES        PIC 9(07) COMP VALUE ZERO.
001940 77  WK-AG-QT-ENCERRADAS-MES     PIC 9(07) COMP VALUE ZERO.
001950 77  WK-AG-VL-CREDOR             PIC S9(13)V99 COMP-3 VALUE ZERO.
001960 77  WK-AG-VL-DEVEDOR            PIC S9(13)V99 COMP-3 VALUE ZERO.
001970 77  WK-AG-VL-TARIFAS            PIC S9(13)V99 COMP-3 VALUE ZERO.
001980 77  WK-AG-VL-JUROS              PIC S9(13)V99 COMP-3 VALUE ZERO.
001990*
002000*    ACUMULADORES DO BANCO (SOMA DAS AGENCIAS).
002010 77  WK-BCO-QT-CONTAS            PIC 9(07) COMP VALUE ZERO.
002020 77  WK-BCO-QT-ATIVAS            PIC 9(07) COMP VALUE ZERO.
002030 77  WK-BCO-QT-BLOQUEADAS        PIC 9(07) COMP VALUE ZERO.
002040 77  WK-BCO-QT-ENCERRADAS        PIC 9(07) COMP VALUE ZERO.
002050 77  WK-BCO-QT-OUTRAS            PIC 9(07) COMP VALUE ZERO.
002060 77  WK-BCO-QT-DORMENTES         PIC 9(07) COMP VALUE ZERO.
002070 77  WK-BCO-QT-ACIMA-LIMITE      PIC 9(07) COMP VALUE ZERO.
002080 77  WK-BCO-QT-ABERTAS-MES       PIC 9(07) COMP VALUE ZERO.
002090 77  WK-BCO-QT-ENCERRADAS-MES    PIC 9(07) COMP VALUE ZERO.
002100 77  WK-BCO-VL-CREDOR            PIC S9(13)V99 COMP-3 VALUE ZERO.
002110 77  WK-BCO-VL-DEVEDOR           PIC S9(13)V99 COMP-3 VALUE ZERO.
002120 77  WK-BCO-VL-TARIFAS           PIC S9(13)V99 COMP-3 VALUE ZERO.
002130 77  WK-BCO-VL-JUROS             PIC S9(13)V99 COMP-3 VALUE ZERO.
002140*
002150*    MES DE REFERENCIA (COLUNAS 1-6, AAAAMM) E LIMITE DE
002160*    DORMENCIA EM DIAS (COLUNAS 8-12; VAZIO OU INVALIDO = 180).
002170 01  WK-PARM-SYSIN.
002180     05  WK-MES-REFERENCIA       PIC 9(06).
002190     05  WK-MES-REFERENCIA-R     REDEFINES WK-MES-REFERENCIA.
002200         10  WK-MES-REF-ANO      PIC 9(04).
002210         10  WK-MES-REF-MES      PIC 9(02).
002220     05  FILLER                  PIC X(01).
002230     05  WK-PARM-DIAS            PIC 9(05).
002240     05  FILLER                  PIC X(68).
002250*
002260     COPY CTDPARM.
002270*
002280 01  WK-CABECALHO.
002290     05  FILLER                  PIC X(41)
002300         VALUE "CARTEIRA POR AGENCIA - MES DE REFERENCIA ".
002310     05  CARCAB-MES              PIC 9(06).
002320     05  FILLER                  PIC X(26)
002330         VALUE "  - POSICAO DO CADASTRO EM".
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  CARCAB-DATA             PIC 9(08).
002360     05  FILLER                  PIC X(50) VALUE SPACES.
002370*
002380 01  WK-LINHA-BRANCO             PIC X(132) VALUE SPACES.
002390*
002400 01  WK-TITULO-1.
002410     05  FILLER                  PIC X(08) VALUE SPACES.
002420     05  FILLER                  PIC X(10) VALUE "    CONTAS".
002430     05  FILLER                  PIC X(10) VALUE "    CONTAS".
002440     05  FILLER                  PIC X(10) VALUE "    CONTAS".
002450     05  FILLER                  PIC X(17)
002460         VALUE "           SALDOS".
002470     05  FILLER                  PIC X(17)
002480         VALUE "           SALDOS".
002490     05  FILLER                  PIC X(10) VALUE "    CONTAS".
002500     05  FILLER                  PIC X(15)
002510         VALUE " TARIFAS NO MES".
002520     05  FILLER                  PIC X(15)
002530         VALUE "   JUROS NO MES".
002540     05  FILLER                  PIC X(10) VALUE "    CONTAS".
002550     05  FILLER                  PIC X(10) VALUE "    CONTAS".
002560*
002570 01  WK-TITULO-2.
002580     05  FILLER                  PIC X(08) VALUE "AGENCIA ".
002590     05  FILLER                  PIC X(10) VALUE "    ATIVAS".
002600     05  FILLER                  PIC X(10) VALUE "BLOQUEADAS".
002610     05  FILLER                  PIC X(10) VALUE " DORMENTES".
002620     05  FILLER                  PIC X(17)
002630         VALUE "         CREDORES".
002640     05  FILLER                  PIC X(17)
002650         VALUE "        DEVEDORES".
002660     05  FILLER                  PIC X(10) VALUE "ACIMA LIM.".
002670     05  FILLER                  PIC X(15)
002680         VALUE "      (LIQUIDO)".
002690     05  FILLER                  PIC X(15)
002700         VALUE "      (LIQUIDO)".
002710     05  FILLER                  PIC X(10) VALUE "ABERTAS NO".
002720     05  FILLER                  PIC X(10) VALUE "ENCERR. NO".
002730*
002740 01  WK-DETALHE.
002750     05  CARDET-AGENCIA          PIC X(08).
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  CARDET-ATIVAS           PIC Z,ZZZ,ZZ9.
002780     05  FILLER                  PIC X(01) VALUE SPACE.
002790     05  CARDET-BLOQUEADAS       PIC Z,ZZZ,ZZ9.
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  CARDET-DORMENTES        PIC Z,ZZZ,ZZ9.
002820     05  FILLER                  PIC X(01) VALUE SPACE.
002830     05  CARDET-CREDOR           PIC -ZZZZZZZZZZZ9.99.
002840     05  FILLER                  PIC X(01) VALUE SPACE.
002850     05  CARDET-DEVEDOR          PIC -ZZZZZZZZZZZ9.99.
002860     05  FILLER                  PIC X(01) VALUE SPACE.
002870     05  CARDET-ACIMA-LIMITE     PIC Z,ZZZ,ZZ9.
002880     05  FILLER                  PIC X(01) VALUE SPACE.
002890     05  CARDET-TARIFAS          PIC -ZZZZZZZZZ9.99.
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  CARDET-JUROS            PIC -ZZZZZZZZZ9.99.
002920     05  FILLER                  PIC X(01) VALUE SPACE.
002930     05  CARDET-ABERTAS-MES      PIC Z,ZZZ,ZZ9.
002940     05  FILLER                  PIC X(01) VALUE SPACE.
002950     05  CARDET-ENCERRADAS-MES   PIC Z,ZZZ,ZZ9.
002960*
002970 01  WK-LINHA-TRACOS.
002980     05  FILLER                  PIC X(08) VALUE SPACES.
002990     05  FILLER                  PIC X(62) VALUE ALL "-".
003000     05  FILLER                  PIC X(62) VALUE ALL "-".
003010*
003020 01  WK-CABECALHO-CONFERENCIA.
003030     05  FILLER                  PIC X(45)
003040         VALUE "CONFERENCIA DO TOTAL DO BANCO COM O CADASTRO ".
003050     05  FILLER                  PIC X(09) VALUE "(CLIMSTR)".
003060     05  FILLER                  PIC X(78) VALUE SPACES.
003070*
003080 01  WK-LINHA-CONFERENCIA.
003090     05  CNFLIN-ROTULO           PIC X(50).
003100     05  CNFLIN-VALOR            PIC -ZZZZZZZZZZZZ9.99.
003110     05  FILLER                  PIC X(65) VALUE SPACES.
003120*
003130 01  WK-TOTAL-QUANTIDADE.
003140     05  TOTQTD-ROTULO           PIC X(50).
003150     05  TOTQTD-QUANTIDADE       PIC Z,ZZZ,ZZ9.
003160     05  FILLER                  PIC X(73) VALUE SPACES.
003170*
003180 01  WK-LINHA-LEGENDA-1.
003190     05  FILLER                  PIC X(46)
003200         VALUE "DORMENTES: ATIVAS OU BLOQUEADAS SEM MOVIMENTO ".
003210     05  FILLER                  PIC X(12) VALUE "HA MAIS DE ".
003220     05  LEGDOR-DIAS             PIC ZZZZ9.
003230     05  FILLER                  PIC X(43)
003240         VALUE " DIAS (JA CONTADAS EM ATIVAS E BLOQUEADAS).".
003250     05  FILLER                  PIC X(26) VALUE SPACES.
003260*
003270 01  WK-LINHA-LEGENDA-2.
003280     05  FILLER                  PIC X(39)
003290         VALUE "TARIFAS E JUROS: COBRADOS NO MES MENOS ".
003300     05  FILLER                  PIC X(40)
003310         VALUE "ESTORNADOS NO MES, PELA DATA DO EVENTO; ".
003320     05  FILLER                  PIC X(43)
003330         VALUE "MOVIMENTO DO MES NA AGENCIA ATUAL DA CONTA.".
003340     05  FILLER                  PIC X(10) VALUE SPACES.
003350*
003360 PROCEDURE DIVISION.
003370*
003380 0000-MAINLINE.
003390     PERFORM 0500-VERIFICAR-DIA
003400         THRU 0500-VERIFICAR-DIA-EXIT.
003410*
003420     IF CTD-BLOQUEADO
003430         GO TO 9999-FIM
003440     END-IF.
003450*
003460     PERFORM 1000-INICIALIZAR
003470         THRU 1000-INICIALIZAR-EXIT.
003480*
003490     IF WK-RELATORIO-LIBERADO
003500         SORT ARQUIVO-SORT
003510             ON ASCENDING KEY SRT-AGENCIA
003520             INPUT PROCEDURE IS 2000-SELECIONAR-CONTAS
003530                            THRU 2000-SELECIONAR-CONTAS-FIM
003540             OUTPUT PROCEDURE IS 3000-IMPRIMIR-AGENCIAS
003550                            THRU 3000-IMPRIMIR-AGENCIAS-FIM
003560     END-IF.
003570*
003580     PERFORM 8000-FINALIZAR
003590         THRU 8000-FINALIZAR-EXIT.
003600*
003610     IF WK-RELATORIO-LIBERADO
003620        AND RETURN-CODE IS LESS THAN 12
003630         PERFORM 8900-CONCLUIR-DIA
003640             THRU 8900-CONCLUIR-DIA-EXIT
003650     END-IF.
003660*
003670     GO TO 9999-FIM.
003680*
003690 0500-VERIFICAR-DIA.
003700*----------------------------------------------------------------
003710*    CONFERE NO CONTROLE DO DIA (DIACTL, SUBPROGRAMA
003720*    CONTROLE-DIA) QUE NAO EXISTE NENHUM ARQUIVAMENTO
003730*    (ARQAUD) EM ANDAMENTO: NESSA JANELA O HISTORICO PODE
003740*    ESTAR SEM PARTE DOS EVENTOS.  CARIMBA O PROPRIO INICIO;
003750*    BLOQUEADO, ENCERRA COM RETURN-CODE 12 SEM EMITIR NADA.
003760*----------------------------------------------------------------
003770     SET CTD-FN-INICIAR TO TRUE.
003780     MOVE "RELCART "            TO CTD-PASSO-CHAMADOR.
003790     MOVE ZERO                  TO CTD-DATA-PROCESSO.
003800     MOVE SPACES                TO CTD-PASSO-EXIGIDO (1).
003810     MOVE SPACES                TO CTD-PASSO-EXIGIDO (2).
003820     MOVE SPACES                TO CTD-PASSO-EXIGIDO (3).
003830     MOVE "S"                   TO CTD-VERIFICA-ARQUIVAMENTO.
003840*
003850     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
003860*
003870     IF CTD-BLOQUEADO
003880         DISPLAY "PASSO RELCART BLOQUEADO PELO CONTROLE DO "
003890                 "DIA: " CTD-MOTIVO-BLOQUEIO
003900         MOVE 12 TO RETURN-CODE
003910     END-IF.
003920*
003930 0500-VERIFICAR-DIA-EXIT.
003940     EXIT.
003950*
003960 1000-INICIALIZAR.
003970*----------------------------------------------------------------
003980*    LE O MES DE REFERENCIA E O LIMITE DE DORMENCIA DO SYSIN,
003990*    CONFERE O ARQUIVAMENTO DO MES, ABRE OS ARQUIVOS, EMITE O
004000*    CABECALHO E LE O PRIMEIRO CLIENTE E O PRIMEIRO EVENTO.
004010*    MES INVALIDO OU NAO ENCERRADO, ARQUIVAMENTO INCOMPLETO OU
004020*    ARQUIVO MESTRE OU HISTORICO INACESSIVEL ENCERRAM COM
004030*    RETURN-CODE 12 SEM EMITIR NADA.
004040*----------------------------------------------------------------
004050     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
004060     DIVIDE WK-DATA-HOJE BY 100 GIVING WK-MES-HOJE.
004070     COMPUTE WK-DIAS-HOJE =
004080             FUNCTION INTEGER-OF-DATE (WK-DATA-HOJE).
004090*
004100     ACCEPT WK-PARM-SYSIN.
004110     IF WK-MES-REFERENCIA IS NOT NUMERIC
004120        OR WK-MES-REF-MES IS LESS THAN 1
004130        OR WK-MES-REF-MES IS GREATER THAN 12
004140        OR WK-MES-REFERENCIA IS NOT LESS THAN WK-MES-HOJE
004150         DISPLAY "MES DE REFERENCIA INVALIDO NO SYSIN - INFORME "
004160                 "AAAAMM DE UM MES JA ENCERRADO."
004170         MOVE 12 TO RETURN-CODE
004180         GO TO 1000-INICIALIZAR-EXIT
004190     END-IF.
004200*
004210     IF WK-PARM-DIAS IS NUMERIC
004220        AND WK-PARM-DIAS IS GREATER THAN ZERO
004230         MOVE WK-PARM-DIAS TO WK-DIAS-DORMENCIA
004240     END-IF.
004250*
004260     COMPUTE WK-DATA-INICIO-MES = WK-MES-REFERENCIA * 100 + 1.
004270     COMPUTE WK-DATA-FIM-MES = WK-MES-REFERENCIA * 100 + 31.
004280*
004290     PERFORM 1100-VERIFICAR-ARQUIVAMENTO
004300         THRU 1100-VERIFICAR-ARQUIVAMENTO-EXIT.
004310*
004320     IF RETURN-CODE IS EQUAL TO 12
004330         GO TO 1000-INICIALIZAR-EXIT
004340     END-IF.
004350*
004360     OPEN INPUT HISTORICO-AUDITORIA.
004370     IF NOT WK-FS-AUDHIST-OK
004380         DISPLAY "HISTORICO AUDHIST INDISPONIVEL (FILE STATUS "
004390                 WK-FS-AUDHIST ") - NADA EMITIDO."
004400         MOVE 12 TO RETURN-CODE
004410         GO TO 1000-INICIALIZAR-EXIT
004420     END-IF.
004430*
004440     OPEN INPUT CLIENTES-MASTER.
004450     IF NOT WK-FS-CLIMSTR-OK
004460         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE - FILE STATUS "
004470                 WK-FS-CLIMSTR " - NADA EMITIDO."
004480         CLOSE HISTORICO-AUDITORIA
004490         MOVE 12 TO RETURN-CODE
004500         GO TO 1000-INICIALIZAR-EXIT
004510     END-IF.
004520*
004530     OPEN OUTPUT RELATORIO.
004540     SET WK-RELATORIO-LIBERADO TO TRUE.
004550*
004560     DISPLAY "CARTEIRA POR AGENCIA DO MES " WK-MES-REFERENCIA
004570             " - LIMITE DE DORMENCIA (DIAS): " WK-DIAS-DORMENCIA.
004580*
004590     MOVE WK-MES-REFERENCIA TO CARCAB-MES.
004600     MOVE WK-DATA-HOJE      TO CARCAB-DATA.
004610     WRITE REL-LINHA FROM WK-CABECALHO.
004620     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
004630     WRITE REL-LINHA FROM WK-TITULO-1.
004640     WRITE REL-LINHA FROM WK-TITULO-2.
004650     WRITE REL-LINHA FROM WK-LINHA-TRACOS.
004660*
004670     PERFORM 2900-LER-CLIENTE
004680         THRU 2900-LER-CLIENTE-EXIT.
004690*
004700     PERFORM 2950-LER-HISTORICO
004710         THRU 2950-LER-HISTORICO-EXIT.
004720*
004730 1000-INICIALIZAR-EXIT.
004740     EXIT.
004750*
004760 1100-VERIFICAR-ARQUIVAMENTO.
004770*----------------------------------------------------------------
004780*    VARRE O CONTROLE DO DIA A PARTIR DO PRIMEIRO DIA DO MES E
004790*    GUARDA A ULTIMA NOITE PROCESSADA (ATLZBAT) DO MES E A
004800*    MAIOR DATA DE ARQUIVAMENTO (ARQAUD) CONCLUIDO.  O
004810*    ARQUIVAMENTO LE O DIARIO INTEIRO, ENTAO UM ARQAUD
004820*    CONCLUIDO NA ULTIMA NOITE DO MES OU EM QUALQUER NOITE
004830*    POSTERIOR GARANTE O MES INTEIRO NO HISTORICO.  SEM NOITE
004840*    DO MES NO CONTROLE, OU SEM ESSE ARQUIVAMENTO, O RELATORIO
004850*    E RECUSADO COM RETURN-CODE 12.
004860*----------------------------------------------------------------
004870     OPEN INPUT CONTROLE-DO-DIA.
004880     IF NOT WK-FS-DIACTL-OK
004890         DISPLAY "CONTROLE DO DIA DIACTL INDISPONIVEL (FILE "
004900                 "STATUS " WK-FS-DIACTL ") - NADA EMITIDO."
004910         MOVE 12 TO RETURN-CODE
004920         GO TO 1100-VERIFICAR-ARQUIVAMENTO-EXIT
004930     END-IF.
004940*
004950     MOVE WK-DATA-INICIO-MES TO CTD-REG-DATA.
004960     MOVE SPACES             TO CTD-REG-PASSO.
004970*
004980     START CONTROLE-DO-DIA
004990         KEY IS NOT LESS THAN CTD-CHAVE
005000         INVALID KEY
005010             SET WK-FIM-CONTROLE TO TRUE
005020     END-START.
005030*
005040     PERFORM 1110-LER-CONTROLE
005050         THRU 1110-LER-CONTROLE-EXIT
005060         UNTIL WK-FIM-CONTROLE.
005070*
005080     CLOSE CONTROLE-DO-DIA.
005090*
005100     IF RETURN-CODE IS EQUAL TO 12
005110         GO TO 1100-VERIFICAR-ARQUIVAMENTO-EXIT
005120     END-IF.
005130*
005140     IF WK-DATA-ULT-NOITE-MES IS EQUAL TO ZERO
005150         DISPLAY "NENHUMA NOITE DO MES " WK-MES-REFERENCIA
005160                 " NO CONTROLE DO DIA - NADA EMITIDO."
005170         MOVE 12 TO RETURN-CODE
005180         GO TO 1100-VERIFICAR-ARQUIVAMENTO-EXIT
005190     END-IF.
005200*
005210     IF WK-DATA-ULT-ARQUIVAMENTO
005220          IS LESS THAN WK-DATA-ULT-NOITE-MES
005230         DISPLAY "ARQUIVAMENTO (ARQAUD) DA NOITE DE "
005240                 WK-DATA-ULT-NOITE-MES " NAO CONCLUIDO - O "
005250                 "MES NAO ESTA INTEIRO NO HISTORICO - NADA "
005260                 "EMITIDO."
005270         MOVE 12 TO RETURN-CODE
005280         GO TO 1100-VERIFICAR-ARQUIVAMENTO-EXIT
005290     END-IF.
005300*
005310     DISPLAY "ULTIMA NOITE DO MES: " WK-DATA-ULT-NOITE-MES
005320             " - ARQUIVADA (ARQAUD DE " WK-DATA-ULT-ARQUIVAMENTO
005330             ")".
005340*
005350 1100-VERIFICAR-ARQUIVAMENTO-EXIT.
005360     EXIT.
005370*
005380 1110-LER-CONTROLE.
005390*----------------------------------------------------------------
005400*    LE O PROXIMO REGISTRO DA VARREDURA DO CONTROLE DO DIA.
005410*----------------------------------------------------------------
005420     READ CONTROLE-DO-DIA NEXT RECORD
005430         AT END
005440             SET WK-FIM-CONTROLE TO TRUE
005450             GO TO 1110-LER-CONTROLE-EXIT
005460     END-READ.
005470*
005480     IF NOT WK-FS-DIACTL-OK
005490         DISPLAY "ERRO AO LER O CONTROLE DO DIA - FILE STATUS "
005500                 WK-FS-DIACTL " - NADA EMITIDO."
005510         SET WK-FIM-CONTROLE TO TRUE
005520         MOVE 12 TO RETURN-CODE
005530         GO TO 1110-LER-CONTROLE-EXIT
005540     END-IF.
005550*
005560     IF CTD-REG-PASSO IS EQUAL TO "ATLZBAT "
005570        AND CTD-REG-DATA IS NOT GREATER THAN WK-DATA-FIM-MES
005580         MOVE CTD-REG-DATA TO WK-DATA-ULT-NOITE-MES
005590     END-IF.
005600*
005610     IF CTD-REG-PASSO IS EQUAL TO "ARQAUD  "
005620        AND CTD-REG-CONCLUIDO
005630         MOVE CTD-REG-DATA TO WK-DATA-ULT-ARQUIVAMENTO
005640     END-IF.
005650*
005660 1110-LER-CONTROLE-EXIT.
005670     EXIT.
005680*
005690 2000-SELECIONAR-CONTAS.
005700*----------------------------------------------------------------
005710*    PROCEDIMENTO DE ENTRADA DO SORT: APURA CADA CLIENTE DO
005720*    MESTRE COM O SEU MOVIMENTO DO MES E O LIBERA PARA A
005730*    CLASSIFICACAO POR AGENCIA.  OS EVENTOS QUE SOBRAM DEPOIS
005740*    DO ULTIMO CLIENTE SAO DE CLIENTES AUSENTES DO MESTRE.
005750*----------------------------------------------------------------
005760     PERFORM 2100-PROCESSAR-CLIENTE
005770         THRU 2100-PROCESSAR-CLIENTE-EXIT
005780         UNTIL WK-FIM-CLIENTES.
005790*
005800     PERFORM 2200-CLASSIFICAR-EVENTO
005810         THRU 2200-CLASSIFICAR-EVENTO-EXIT
005820         UNTIL WK-FIM-HISTORICO.
005830*
005840 2000-SELECIONAR-CONTAS-FIM.
005850     EXIT.
005860*
005870 2100-PROCESSAR-CLIENTE.
005880*----------------------------------------------------------------
005890*    PROCESSA O CLIENTE CORRENTE DO MESTRE: CONSOME OS EVENTOS
005900*    DO HISTORICO ATE O NUMERO DELE (OS DE NUMERO MENOR SAO DE
005910*    CLIENTES AUSENTES DO MESTRE), LIBERA A CONTA PARA O SORT E
005920*    LE O PROXIMO.
005930*----------------------------------------------------------------
005940     ADD 1         TO WK-QT-CLIENTES-LIDOS.
005950     ADD CLI-SALDO TO WK-VL-SALDO-CADASTRO.
005960     MOVE CLI-NUMERO TO WK-CLIENTE-CORRENTE.
005970*
005980     MOVE ZERO TO WK-VL-TARIFAS-CLIENTE.
005990     MOVE ZERO TO WK-VL-JUROS-CLIENTE.
006000     MOVE "N"  TO WK-SW-ABERTA-NO-MES.
006010     MOVE "N"  TO WK-SW-ENCERRADA-NO-MES.
006020*
006030     PERFORM 2200-CLASSIFICAR-EVENTO
006040         THRU 2200-CLASSIFICAR-EVENTO-EXIT
006050         UNTIL WK-FIM-HISTORICO
006060            OR HIS-CLI-NUMERO IS GREATER THAN WK-CLIENTE-CORRENTE.
006070*
006080     PERFORM 2500-LIBERAR-CONTA
006090         THRU 2500-LIBERAR-CONTA-EXIT.
006100*
006110     PERFORM 2900-LER-CLIENTE
006120         THRU 2900-LER-CLIENTE-EXIT.
006130*
006140 2100-PROCESSAR-CLIENTE-EXIT.
006150     EXIT.
006160*
006170 2200-CLASSIFICAR-EVENTO.
006180*----------------------------------------------------------------
006190*    CLASSIFICA O EVENTO CORRENTE DO HISTORICO E LE O
006200*    PROXIMO.  SO INTERESSAM OS EVENTOS DO MES DE REFERENCIA.
006210*    EVENTO DE CLIENTE AUSENTE DO MESTRE (NUMERO MENOR QUE O DO
006220*    CLIENTE CORRENTE, OU QUALQUER EVENTO DEPOIS DO FIM DO
006230*    MESTRE) NAO TEM AGENCIA: E SO CONTADO, COM AVISO.
006240*----------------------------------------------------------------
006250     IF HIS-DATA IS LESS THAN WK-DATA-INICIO-MES
006260        OR HIS-DATA IS GREATER THAN WK-DATA-FIM-MES
006270         GO TO 2200-LER-PROXIMO
006280     END-IF.
006290*
006300     IF WK-FIM-CLIENTES
006310        OR HIS-CLI-NUMERO IS LESS THAN WK-CLIENTE-CORRENTE
006320         PERFORM 2400-CONTAR-FORA-CADASTRO
006330             THRU 2400-CONTAR-FORA-CADASTRO-EXIT
006340     ELSE
006350         PERFORM 2300-ACUMULAR-EVENTO-CLIENTE
006360             THRU 2300-ACUMULAR-EVENTO-CLIENTE-EXIT
006370     END-IF.
006380*
006390 2200-LER-PROXIMO.
006400     PERFORM 2950-LER-HISTORICO
006410         THRU 2950-LER-HISTORICO-EXIT.
006420*
006430 2200-CLASSIFICAR-EVENTO-EXIT.
006440     EXIT.
006450*
006460 2300-ACUMULAR-EVENTO-CLIENTE.
006470*----------------------------------------------------------------
006480*    ACUMULA UM EVENTO DO MES DO CLIENTE CORRENTE:
006490*      - TARIFA E JUROS: SOMAM O VALOR COBRADO;
006500*      - ESTORNO DE TARIFA OU DE JUROS: ABATE O VALOR DEVOLVIDO
006510*        AO CLIENTE (EFEITO POSITIVO NO SALDO);
006520*      - CADASTRO DE INCLUSAO OU DE ENCERRAMENTO: MARCA A CONTA
006530*        COMO ABERTA OU ENCERRADA NO MES.
006540*----------------------------------------------------------------
006550     EVALUATE TRUE
006560         WHEN HIS-EV-TARIFA
006570             ADD HIS-VALOR-EVENTO TO WK-VL-TARIFAS-CLIENTE
006580         WHEN HIS-EV-JUROS
006590             ADD HIS-VALOR-EVENTO TO WK-VL-JUROS-CLIENTE
006600         WHEN HIS-EV-ESTORNO
006610          AND HIS-EST-TIPO-ORIGINAL IS EQUAL TO "TARIFA"
006620             SUBTRACT HIS-VALOR-EVENTO FROM WK-VL-TARIFAS-CLIENTE
006630         WHEN HIS-EV-ESTORNO
006640          AND HIS-EST-TIPO-ORIGINAL IS EQUAL TO "JUROS"
006650             SUBTRACT HIS-VALOR-EVENTO FROM WK-VL-JUROS-CLIENTE
006660         WHEN HIS-EV-CADASTRO
006670          AND HIS-MOTIVO IS EQUAL TO "INCLUSAO DE CLIENTE"
006680             SET WK-ABERTA-NO-MES TO TRUE
006690         WHEN HIS-EV-CADASTRO
006700          AND HIS-MOTIVO IS EQUAL TO "ENCERRAMENTO DA CONTA"
006710             SET WK-ENCERRADA-NO-MES TO TRUE
006720         WHEN OTHER
006730             CONTINUE
006740     END-EVALUATE.
006750*
006760 2300-ACUMULAR-EVENTO-CLIENTE-EXIT.
006770     EXIT.
006780*
006790 2400-CONTAR-FORA-CADASTRO.
006800*----------------------------------------------------------------
006810*    EVENTO DO MES DE CLIENTE AUSENTE DO MESTRE: SO OS QUE
006820*    ENTRARIAM NO RELATORIO SAO CONTADOS E AVISADOS.
006830*----------------------------------------------------------------
006840     IF HIS-EV-TARIFA OR HIS-EV-JUROS OR HIS-EV-ESTORNO
006850        OR HIS-EV-CADASTRO
006860         ADD 1 TO WK-QT-EVENTOS-FORA-CADASTRO
006870         DISPLAY "AVISO: EVENTO " HIS-TIPO-EVENTO " DE " HIS-DATA
006880                 " DO CLIENTE " HIS-CLI-NUMERO
006890                 " AUSENTE DO ARQUIVO MESTRE."
006900     END-IF.
006910*
006920 2400-CONTAR-FORA-CADASTRO-EXIT.
006930     EXIT.
006940*
006950 2500-LIBERAR-CONTA.
006960*----------------------------------------------------------------
006970*    MONTA O REGISTRO DO SORT DO CLIENTE CORRENTE: AGENCIA,
006980*    SITUACAO, SALDO E MOVIMENTO DO MES, E AS MARCAS DE CONTA
006990*    DORMENTE (ATIVA OU BLOQUEADA PARADA HA MAIS DIAS QUE O
007000*    LIMITE) E ACIMA DO LIMITE (SALDO ABAIXO DO LIMITE DE
007010*    CREDITO NEGATIVO).  CONTA ENCERRADA NAO E DORMENTE NEM
007020*    ACIMA DO LIMITE.  DATA DE ULTIMO MOVIMENTO INVALIDA OU
007030*    ZERADA E APENAS CONTADA, COMO NO BLOQUEIO-DORMENTES.
007040*----------------------------------------------------------------
007050     MOVE CLI-AGENCIA            TO SRT-AGENCIA.
007060     MOVE CLI-NUMERO             TO SRT-CLI-NUMERO.
007070     MOVE CLI-STATUS             TO SRT-SITUACAO.
007080     MOVE CLI-SALDO              TO SRT-SALDO.
007090     MOVE WK-VL-TARIFAS-CLIENTE  TO SRT-VL-TARIFAS.
007100     MOVE WK-VL-JUROS-CLIENTE    TO SRT-VL-JUROS.
007110     MOVE WK-SW-ABERTA-NO-MES    TO SRT-ABERTA-NO-MES.
007120     MOVE WK-SW-ENCERRADA-NO-MES TO SRT-ENCERRADA-NO-MES.
007130     MOVE "N"                    TO SRT-DORMENTE.
007140     MOVE "N"                    TO SRT-ACIMA-LIMITE.
007150*
007160     IF CLI-ENCERRADO
007170         GO TO 2500-LIBERAR
007180     END-IF.
007190*
007200     COMPUTE WK-LIMITE-NEGATIVO = CLI-LIMITE-CREDITO * -1.
007210     IF CLI-SALDO IS LESS THAN WK-LIMITE-NEGATIVO
007220         MOVE "S" TO SRT-ACIMA-LIMITE
007230     END-IF.
007240*
007250     IF CLI-DATA-ULT-MOVIMENTO IS NOT NUMERIC
007260        OR CLI-DATA-ULT-MOVIMENTO IS EQUAL TO ZERO
007270         ADD 1 TO WK-QT-DATAS-INVALIDAS
007280         GO TO 2500-LIBERAR
007290     END-IF.
007300*
007310     COMPUTE WK-DIAS-ULT-MOVIMENTO =
007320             FUNCTION INTEGER-OF-DATE (CLI-DATA-ULT-MOVIMENTO)
007330         ON SIZE ERROR
007340             MOVE ZERO TO WK-DIAS-ULT-MOVIMENTO
007350     END-COMPUTE.
007360*
007370     IF WK-DIAS-ULT-MOVIMENTO IS EQUAL TO ZERO
007380         ADD 1 TO WK-QT-DATAS-INVALIDAS
007390         GO TO 2500-LIBERAR
007400     END-IF.
007410*
007420     COMPUTE WK-DIAS-PARADO =
007430             WK-DIAS-HOJE - WK-DIAS-ULT-MOVIMENTO.
007440*
007450     IF WK-DIAS-PARADO IS GREATER THAN WK-DIAS-DORMENCIA
007460         MOVE "S" TO SRT-DORMENTE
007470     END-IF.
007480*
007490 2500-LIBERAR.
007500     RELEASE SRT-REGISTRO.
007510*
007520 2500-LIBERAR-CONTA-EXIT.
007530     EXIT.
007540*
007550 2900-LER-CLIENTE.
007560*----------------------------------------------------------------
007570*    LE O PROXIMO CLIENTE DO ARQUIVO MESTRE.  ERRO DE LEITURA
007580*    ENCERRA A LEITURA COM RETURN-CODE 12: O TOTAL DO BANCO
007590*    FICARIA SEM PARTE DAS CONTAS.
007600*----------------------------------------------------------------
007610     READ CLIENTES-MASTER NEXT RECORD
007620         AT END
007630             SET WK-FIM-CLIENTES TO TRUE
007640             GO TO 2900-LER-CLIENTE-EXIT
007650     END-READ.
007660*
007670     IF NOT WK-FS-CLIMSTR-OK
007680         DISPLAY "ERRO AO LER O ARQUIVO MESTRE - FILE STATUS "
007690                 WK-FS-CLIMSTR " - RELATORIO INCOMPLETO."
007700         SET WK-FIM-CLIENTES TO TRUE
007710         MOVE 12 TO RETURN-CODE
007720     END-IF.
007730*
007740 2900-LER-CLIENTE-EXIT.
007750     EXIT.
007760*
007770 2950-LER-HISTORICO.
007780*----------------------------------------------------------------
007790*    LE O PROXIMO EVENTO DO HISTORICO DE AUDITORIA.  ERRO DE
007800*    LEITURA ENCERRA A LEITURA COM RETURN-CODE 12: O MOVIMENTO
007810*    DO MES FICARIA INCOMPLETO.
007820*----------------------------------------------------------------
007830     READ HISTORICO-AUDITORIA NEXT RECORD
007840         AT END
007850             SET WK-FIM-HISTORICO TO TRUE
007860             GO TO 2950-LER-HISTORICO-EXIT
007870     END-READ.
007880*
007890     IF NOT WK-FS-AUDHIST-OK
007900         DISPLAY "ERRO AO LER O HISTORICO - FILE STATUS "
007910                 WK-FS-AUDHIST " - RELATORIO INCOMPLETO."
007920         SET WK-FIM-HISTORICO TO TRUE
007930         MOVE 12 TO RETURN-CODE
007940     END-IF.
007950*
007960 2950-LER-HISTORICO-EXIT.
007970     EXIT.
007980*
007990 3000-IMPRIMIR-AGENCIAS.
008000*----------------------------------------------------------------
008010*    PROCEDIMENTO DE SAIDA DO SORT: RECEBE AS CONTAS JA
008020*    ORDENADAS POR AGENCIA, IMPRIME UMA LINHA POR AGENCIA E, NO
008030*    FIM, A LINHA DO TOTAL DO BANCO.
008040*----------------------------------------------------------------
008050     PERFORM 3900-RECEBER-CONTA
008060         THRU 3900-RECEBER-CONTA-EXIT.
008070*
008080     PERFORM 3100-PROCESSAR-CONTA
008090         THRU 3100-PROCESSAR-CONTA-EXIT
008100         UNTIL WK-FIM-ORDENADO.
008110*
008120     IF WK-AGENCIA-ABERTA
008130         PERFORM 3300-FECHAR-AGENCIA
008140             THRU 3300-FECHAR-AGENCIA-EXIT
008150     END-IF.
008160*
008170     PERFORM 3400-IMPRIMIR-TOTAL-BANCO
008180         THRU 3400-IMPRIMIR-TOTAL-BANCO-EXIT.
008190*
008200 3000-IMPRIMIR-AGENCIAS-FIM.
008210     EXIT.
008220*
008230 3100-PROCESSAR-CONTA.
008240*----------------------------------------------------------------
008250*    TRATA UMA CONTA ORDENADA: FECHA A AGENCIA ANTERIOR E ABRE
008260*    A NOVA QUANDO A AGENCIA MUDA E ACUMULA A CONTA NOS
008270*    TOTAIS DA AGENCIA.
008280*----------------------------------------------------------------
008290     IF NOT WK-AGENCIA-ABERTA
008300        OR SRT-AGENCIA IS NOT EQUAL TO WK-AGENCIA-CORRENTE
008310         IF WK-AGENCIA-ABERTA
008320             PERFORM 3300-FECHAR-AGENCIA
008330                 THRU 3300-FECHAR-AGENCIA-EXIT
008340         END-IF
008350         PERFORM 3200-ABRIR-AGENCIA
008360             THRU 3200-ABRIR-AGENCIA-EXIT
008370     END-IF.
008380*
008390     ADD 1 TO WK-AG-QT-CONTAS.
008400     EVALUATE TRUE
008410         WHEN SRT-ATIVA
008420             ADD 1 TO WK-AG-QT-ATIVAS
008430         WHEN SRT-BLOQUEADA
008440             ADD 1 TO WK-AG-QT-BLOQUEADAS
008450         WHEN SRT-ENCERRADA
008460             ADD 1 TO WK-AG-QT-ENCERRADAS
008470         WHEN OTHER
008480             ADD 1 TO WK-AG-QT-OUTRAS
008490             DISPLAY "AVISO: CLIENTE " SRT-CLI-NUMERO
008500                     " COM SITUACAO INVALIDA (" SRT-SITUACAO ")."
008510     END-EVALUATE.
008520*
008530     IF SRT-E-DORMENTE
008540         ADD 1 TO WK-AG-QT-DORMENTES
008550     END-IF.
008560     IF SRT-E-ACIMA-LIMITE
008570         ADD 1 TO WK-AG-QT-ACIMA-LIMITE
008580     END-IF.
008590     IF SRT-E-ABERTA-NO-MES
008600         ADD 1 TO WK-AG-QT-ABERTAS-MES
008610     END-IF.
008620     IF SRT-E-ENCERRADA-NO-MES
008630         ADD 1 TO WK-AG-QT-ENCERRADAS-MES
008640     END-IF.
008650*
008660     IF SRT-SALDO IS GREATER THAN ZERO
008670         ADD SRT-SALDO TO WK-AG-VL-CREDOR
008680     ELSE
008690         ADD SRT-SALDO TO WK-AG-VL-DEVEDOR
008700     END-IF.
008710     ADD SRT-VL-TARIFAS TO WK-AG-VL-TARIFAS.
008720     ADD SRT-VL-JUROS   TO WK-AG-VL-JUROS.
008730*
008740     PERFORM 3900-RECEBER-CONTA
008750         THRU 3900-RECEBER-CONTA-EXIT.
008760*
008770 3100-PROCESSAR-CONTA-EXIT.
008780     EXIT.
008790*
008800 3200-ABRIR-AGENCIA.
008810*----------------------------------------------------------------
008820*    ABRE A AGENCIA DA CONTA CORRENTE E ZERA OS ACUMULADORES.
008830*----------------------------------------------------------------
008840     MOVE SRT-AGENCIA TO WK-AGENCIA-CORRENTE.
008850     SET WK-AGENCIA-ABERTA TO TRUE.
008860     ADD 1 TO WK-QT-AGENCIAS.
008870*
008880     MOVE ZERO TO WK-AG-QT-CONTAS.
008890     MOVE ZERO TO WK-AG-QT-ATIVAS.
008900     MOVE ZERO TO WK-AG-QT-BLOQUEADAS.
008910     MOVE ZERO TO WK-AG-QT-ENCERRADAS.
008920     MOVE ZERO TO WK-AG-QT-OUTRAS.
008930     MOVE ZERO TO WK-AG-QT-DORMENTES.
008940     MOVE ZERO TO WK-AG-QT-ACIMA-LIMITE.
008950     MOVE ZERO TO WK-AG-QT-ABERTAS-MES.
008960     MOVE ZERO TO WK-AG-QT-ENCERRADAS-MES.
008970     MOVE ZERO TO WK-AG-VL-CREDOR.
008980     MOVE ZERO TO WK-AG-VL-DEVEDOR.
008990     MOVE ZERO TO WK-AG-VL-TARIFAS.
009000     MOVE ZERO TO WK-AG-VL-JUROS.
009010*
009020 3200-ABRIR-AGENCIA-EXIT.
009030     EXIT.
009040*
009050 3300-FECHAR-AGENCIA.
009060*----------------------------------------------------------------
009070*    IMPRIME A LINHA DA AGENCIA CORRENTE E SOMA OS TOTAIS DELA
009080*    AOS DO BANCO.  CONTAS SEM AGENCIA SAEM NUMA LINHA PROPRIA.
009090*----------------------------------------------------------------
009100     IF WK-AGENCIA-CORRENTE IS EQUAL TO SPACES
009110         MOVE "(SEM AG)"          TO CARDET-AGENCIA
009120         MOVE WK-AG-QT-CONTAS     TO WK-QT-SEM-AGENCIA
009130         DISPLAY "AVISO: " WK-AG-QT-CONTAS
009140                 " CONTA(S) SEM AGENCIA NO ARQUIVO MESTRE."
009150     ELSE
009160         MOVE WK-AGENCIA-CORRENTE TO CARDET-AGENCIA
009170     END-IF.
009180     MOVE WK-AG-QT-ATIVAS         TO CARDET-ATIVAS.
009190     MOVE WK-AG-QT-BLOQUEADAS     TO CARDET-BLOQUEADAS.
009200     MOVE WK-AG-QT-DORMENTES      TO CARDET-DORMENTES.
009210     MOVE WK-AG-VL-CREDOR         TO CARDET-CREDOR.
009220     MOVE WK-AG-VL-DEVEDOR        TO CARDET-DEVEDOR.
009230     MOVE WK-AG-QT-ACIMA-LIMITE   TO CARDET-ACIMA-LIMITE.
009240     MOVE WK-AG-VL-TARIFAS        TO CARDET-TARIFAS.
009250     MOVE WK-AG-VL-JUROS          TO CARDET-JUROS.
009260     MOVE WK-AG-QT-ABERTAS-MES    TO CARDET-ABERTAS-MES.
009270     MOVE WK-AG-QT-ENCERRADAS-MES TO CARDET-ENCERRADAS-MES.
009280     WRITE REL-LINHA FROM WK-DETALHE.
009290*
009300     ADD WK-AG-QT-CONTAS          TO WK-BCO-QT-CONTAS.
009310     ADD WK-AG-QT-ATIVAS          TO WK-BCO-QT-ATIVAS.
009320     ADD WK-AG-QT-BLOQUEADAS      TO WK-BCO-QT-BLOQUEADAS.
009330     ADD WK-AG-QT-ENCERRADAS      TO WK-BCO-QT-ENCERRADAS.
009340     ADD WK-AG-QT-OUTRAS          TO WK-BCO-QT-OUTRAS.
009350     ADD WK-AG-QT-DORMENTES       TO WK-BCO-QT-DORMENTES.
009360     ADD WK-AG-QT-ACIMA-LIMITE    TO WK-BCO-QT-ACIMA-LIMITE.
009370     ADD WK-AG-QT-ABERTAS-MES     TO WK-BCO-QT-ABERTAS-MES.
009380     ADD WK-AG-QT-ENCERRADAS-MES  TO WK-BCO-QT-ENCERRADAS-MES.
009390     ADD WK-AG-VL-CREDOR          TO WK-BCO-VL-CREDOR.
009400     ADD WK-AG-VL-DEVEDOR         TO WK-BCO-VL-DEVEDOR.
009410     ADD WK-AG-VL-TARIFAS         TO WK-BCO-VL-TARIFAS.
009420     ADD WK-AG-VL-JUROS           TO WK-BCO-VL-JUROS.
009430*
009440 3300-FECHAR-AGENCIA-EXIT.
009450     EXIT.
009460*
009470 3400-IMPRIMIR-TOTAL-BANCO.
009480*----------------------------------------------------------------
009490*    IMPRIME A LINHA DO TOTAL DO BANCO (SOMA DAS AGENCIAS).
009500*----------------------------------------------------------------
009510     WRITE REL-LINHA FROM WK-LINHA-TRACOS.
009520*
009530     MOVE "TOTAL"                  TO CARDET-AGENCIA.
009540     MOVE WK-BCO-QT-ATIVAS         TO CARDET-ATIVAS.
009550     MOVE WK-BCO-QT-BLOQUEADAS     TO CARDET-BLOQUEADAS.
009560     MOVE WK-BCO-QT-DORMENTES      TO CARDET-DORMENTES.
009570     MOVE WK-BCO-VL-CREDOR         TO CARDET-CREDOR.
009580     MOVE WK-BCO-VL-DEVEDOR        TO CARDET-DEVEDOR.
009590     MOVE WK-BCO-QT-ACIMA-LIMITE   TO CARDET-ACIMA-LIMITE.
009600     MOVE WK-BCO-VL-TARIFAS        TO CARDET-TARIFAS.
009610     MOVE WK-BCO-VL-JUROS          TO CARDET-JUROS.
009620     MOVE WK-BCO-QT-ABERTAS-MES    TO CARDET-ABERTAS-MES.
009630     MOVE WK-BCO-QT-ENCERRADAS-MES TO CARDET-ENCERRADAS-MES.
009640     WRITE REL-LINHA FROM WK-DETALHE.
009650*
009660 3400-IMPRIMIR-TOTAL-BANCO-EXIT.
009670     EXIT.
009680*
009690 3900-RECEBER-CONTA.
009700*----------------------------------------------------------------
009710*    RECEBE A PROXIMA CONTA JA ORDENADA DO SORT.
009720*----------------------------------------------------------------
009730     RETURN ARQUIVO-SORT
009740         AT END
009750             SET WK-FIM-ORDENADO TO TRUE
009760     END-RETURN.
009770*
009780 3900-RECEBER-CONTA-EXIT.
009790     EXIT.
009800*
009810 8000-FINALIZAR.
009820*----------------------------------------------------------------
009830*    IMPRIME AS LEGENDAS E A CONFERENCIA DO TOTAL DO BANCO COM
009840*    O ARQUIVO MESTRE, FECHA OS ARQUIVOS E EMITE O RESUMO.
009850*    TOTAL QUE NAO BATE COM O MESTRE DEVOLVE RETURN-CODE 12.
009860*----------------------------------------------------------------
009870     IF NOT WK-RELATORIO-LIBERADO
009880         GO TO 8000-FINALIZAR-EXIT
009890     END-IF.
009900*
009910     COMPUTE WK-VL-SALDO-RELATORIO =
009920             WK-BCO-VL-CREDOR + WK-BCO-VL-DEVEDOR.
009930*
009940     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
009950     MOVE WK-DIAS-DORMENCIA TO LEGDOR-DIAS.
009960     WRITE REL-LINHA FROM WK-LINHA-LEGENDA-1.
009970     WRITE REL-LINHA FROM WK-LINHA-LEGENDA-2.
009980*
009990     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
010000     WRITE REL-LINHA FROM WK-CABECALHO-CONFERENCIA.
010010     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
010020*
010030     MOVE "CONTAS LIDAS NO ARQUIVO MESTRE...................:"
010040         TO TOTQTD-ROTULO.
010050     MOVE WK-QT-CLIENTES-LIDOS TO TOTQTD-QUANTIDADE.
010060     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010070*
010080     MOVE "  ATIVAS.........................................:"
010090         TO TOTQTD-ROTULO.
010100     MOVE WK-BCO-QT-ATIVAS TO TOTQTD-QUANTIDADE.
010110     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010120*
010130     MOVE "  BLOQUEADAS.....................................:"
010140         TO TOTQTD-ROTULO.
010150     MOVE WK-BCO-QT-BLOQUEADAS TO TOTQTD-QUANTIDADE.
010160     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010170*
010180     MOVE "  ENCERRADAS.....................................:"
010190         TO TOTQTD-ROTULO.
010200     MOVE WK-BCO-QT-ENCERRADAS TO TOTQTD-QUANTIDADE.
010210     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010220*
010230     MOVE "  SITUACAO INVALIDA..............................:"
010240         TO TOTQTD-ROTULO.
010250     MOVE WK-BCO-QT-OUTRAS TO TOTQTD-QUANTIDADE.
010260     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010270*
010280     MOVE "CONTAS NO TOTAL DO BANCO (SOMA DAS AGENCIAS).....:"
010290         TO TOTQTD-ROTULO.
010300     MOVE WK-BCO-QT-CONTAS TO TOTQTD-QUANTIDADE.
010310     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010320*
010330     MOVE "SALDO LIQUIDO DO ARQUIVO MESTRE..................:"
010340         TO CNFLIN-ROTULO.
010350     MOVE WK-VL-SALDO-CADASTRO TO CNFLIN-VALOR.
010360     WRITE REL-LINHA FROM WK-LINHA-CONFERENCIA.
010370*
010380     MOVE "SALDO LIQUIDO DO BANCO (CREDORES + DEVEDORES)....:"
010390         TO CNFLIN-ROTULO.
010400     MOVE WK-VL-SALDO-RELATORIO TO CNFLIN-VALOR.
010410     WRITE REL-LINHA FROM WK-LINHA-CONFERENCIA.
010420*
010430     MOVE "AGENCIAS NO RELATORIO............................:"
010440         TO TOTQTD-ROTULO.
010450     MOVE WK-QT-AGENCIAS TO TOTQTD-QUANTIDADE.
010460     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010470*
010480     MOVE "CONTAS SEM AGENCIA NO ARQUIVO MESTRE.............:"
010490         TO TOTQTD-ROTULO.
010500     MOVE WK-QT-SEM-AGENCIA TO TOTQTD-QUANTIDADE.
010510     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010520*
010530     MOVE "DATAS DE ULTIMO MOVIMENTO INVALIDAS..............:"
010540         TO TOTQTD-ROTULO.
010550     MOVE WK-QT-DATAS-INVALIDAS TO TOTQTD-QUANTIDADE.
010560     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010570*
010580     MOVE "EVENTOS DO MES DE CLIENTES AUSENTES DO MESTRE....:"
010590         TO TOTQTD-ROTULO.
010600     MOVE WK-QT-EVENTOS-FORA-CADASTRO TO TOTQTD-QUANTIDADE.
010610     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010620*
010630     CLOSE HISTORICO-AUDITORIA.
010640     CLOSE CLIENTES-MASTER.
010650     CLOSE RELATORIO.
010660*
010670     DISPLAY "CLIENTES LIDOS.........: " WK-QT-CLIENTES-LIDOS.
010680     DISPLAY "CONTAS NO TOTAL........: " WK-BCO-QT-CONTAS.
010690     DISPLAY "AGENCIAS...............: " WK-QT-AGENCIAS.
010700     DISPLAY "SALDO DO MESTRE........: " WK-VL-SALDO-CADASTRO.
010710     DISPLAY "SALDO DO TOTAL.........: " WK-VL-SALDO-RELATORIO.
010720     DISPLAY "EVENTOS FORA DO MESTRE.: "
010730             WK-QT-EVENTOS-FORA-CADASTRO.
010740*
010750     IF WK-BCO-QT-CONTAS IS NOT EQUAL TO WK-QT-CLIENTES-LIDOS
010760        OR WK-VL-SALDO-RELATORIO
010770             IS NOT EQUAL TO WK-VL-SALDO-CADASTRO
010780         DISPLAY "TOTAL DO BANCO NAO FECHA COM O ARQUIVO MESTRE "
010790                 "- RELATORIO NAO DEVE SER DISTRIBUIDO."
010800         MOVE 12 TO RETURN-CODE
010810     END-IF.
010820*
010830*    CONTAS SEM AGENCIA, SITUACAO INVALIDA OU EVENTOS DE
010840*    CLIENTES AUSENTES DO MESTRE: O TOTAL FECHA, MAS ALGUEM
010850*    PRECISA ACERTAR O CADASTRO - RC 8.
010860     IF RETURN-CODE IS EQUAL TO ZERO
010870        AND (WK-QT-EVENTOS-FORA-CADASTRO IS GREATER THAN ZERO
010880             OR WK-BCO-QT-OUTRAS IS GREATER THAN ZERO
010890             OR WK-QT-SEM-AGENCIA IS GREATER THAN ZERO)
010900         MOVE 8 TO RETURN-CODE
010910     END-IF.
010920*
010930 8000-FINALIZAR-EXIT.
010940     EXIT.
010950*
010960 8900-CONCLUIR-DIA.
010970*----------------------------------------------------------------
010980*    CARIMBA O PASSO RELCART COMO CONCLUIDO NO CONTROLE DO DIA.
010990*----------------------------------------------------------------
011000     SET CTD-FN-CONCLUIR TO TRUE.
011010     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
011020     IF CTD-BLOQUEADO
011030         DISPLAY "AVISO: FALHA AO CONCLUIR O PASSO NO "
011040                 "CONTROLE DO DIA: " CTD-MOTIVO-BLOQUEIO
011050     END-IF.
011060*
011070 8900-CONCLUIR-DIA-EXIT.
011080     EXIT.
011090*
011100 9999-FIM.
011110     STOP RUN.
