000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     COMUNICACAO-COAF.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    ANALISE DE MOVIMENTACOES PARA COMUNICACAO AO COAF: LE O
000100*    HISTORICO DE AUDITORIA (AUDHIST) E O DIARIO AINDA NAO
000110*    ARQUIVADO (AUDITLOG), ORDENA OS EVENTOS POR CLIENTE E
000120*    DATA/HORA E APONTA, NOS MOVIMENTOS (EVENTO MOVIMENTO) DO
000130*    PERIODO INFORMADO NO SYSIN (AAAAMMDDAAAAMMDD):
000140*      - MOVIMENTO ISOLADO DE VALOR IGUAL OU ACIMA DO LIMITE DE
000150*        COMUNICACAO (OCORRENCIA V);
000160*      - SERIE DE MOVIMENTOS LOGO ABAIXO DO LIMITE CUJA SOMA
000170*        PASSA DO LIMITE DENTRO DA JANELA DE DIAS DE
000180*        FRACIONAMENTO (OCORRENCIA F);
000190*      - CONTA QUASE DORMENTE QUE VOLTA A SE MOVIMENTAR E
000200*        MOVIMENTA, NA JANELA DE DIAS SEGUINTE A REATIVACAO, O
000210*        VALOR DE REATIVACAO OU MAIS (OCORRENCIA R).
000220*    LIMITES E JANELAS VEM DA VIGENCIA DO ARQUIVO DE PARAMETROS
000230*    (CFPARAM, CFPREC.CPY) EM VIGOR NA DATA FINAL DO PERIODO.
000240*    OS VALORES SAO TOMADOS EM MODULO - CREDITO E DEBITO
000250*    CONTAM IGUALMENTE.
000260*
000270*    A INATIVIDADE E MEDIDA COMO NO BLOQUEIO DE DORMENTES, PELA
000280*    DATA DO ULTIMO MOVIMENTO DO CLIENTE (CLI-DATA-ULT-MOVIMENTO)
000290*    - MAS A DATA VIGENTE ANTES DA REATIVACAO, QUE O MESTRE JA
000300*    NAO TEM (A PROPRIA REATIVACAO A SOBRESCREVEU); POR ISSO ELA
000310*    E RECONSTITUIDA DO HISTORICO, PELOS EVENTOS MOVIMENTO E
000320*    AJUSTE ANTERIORES.  A TARIFA DEBITADA PELO BANCO NAO E
000330*    ATIVIDADE DO CLIENTE E NAO INTERROMPE A INATIVIDADE.
000340*    CLIENTE SEM NENHUM MOVIMENTO ANTERIOR NO HISTORICO (CONTA
000350*    NOVA) NAO E TRATADO COMO REATIVACAO.
000360*
000370*    SAIDAS: O RELATORIO DE ANALISE PARA O OFICIAL DE
000380*    COMPLIANCE (RELCOAF) E O ARQUIVO DE COMUNICACAO DE LAYOUT
000390*    FIXO (COAFARQ, CFAREC.CPY) COM HEADER E TRAILER DE
000400*    CONTROLE.  CADA OCORRENCIA COMUNICADA E REGISTRADA NO
000410*    CONTROLE DE OCORRENCIAS (COAFCTL, CFCREC.CPY), CONSULTADO
000420*    ANTES DE COMUNICAR QUALQUER OCORRENCIA: PERIODOS
000430*    SOBREPOSTOS OU UMA REEXECUCAO NAO COMUNICAM DE NOVO O
000440*    MESMO CLIENTE PELA MESMA OCORRENCIA.  A OCORRENCIA ENTRA NO
000450*    CONTROLE PENDENTE E SO E CONFIRMADA DEPOIS QUE O ARQUIVO DE
000460*    COMUNICACAO FOI FECHADO COM SUCESSO; AS PENDENTES DEIXADAS
000470*    POR UMA EXECUCAO COM ERRO (OU QUE ABENDOU, E TEVE O COAFARQ
000480*    APAGADO) SAO INCLUIDAS DE NOVO NO ARQUIVO DA EXECUCAO
000482*    SEGUINTE.  OCORRENCIA COM SITUACAO INVALIDA NO CONTROLE
000484*    (NEM PENDENTE NEM CONFIRMADA) E AVISADA E TAMBEM INCLUIDA DE
000486*    NOVO.  ERRO NA LEITURA DOS EVENTOS CANCELA A ANALISE: NADA
000488*    E REGISTRADO NO CONTROLE.
000510*
000520*    COMO O EXTRATO, O PASSO CONFERE NO CONTROLE DO DIA
000530*    (DIACTL) QUE NAO HA ARQUIVAMENTO (ARQAUD) EM ANDAMENTO -
000540*    NESSA JANELA UM EVENTO PODE ESTAR NOS DOIS ARQUIVOS DE
000550*    AUDITORIA E SERIA CONTADO DUAS VEZES.
000560*----------------------------------------------------------------
000570*    HISTORICO DE ALTERACOES
000580*----------------------------------------------------------------
000590*    2026-10-15  EQC  VERSAO ORIGINAL.
000600*    2026-10-15  EQC  OCORRENCIA GRAVADA PENDENTE NO COAFCTL
000610*                     E CONFIRMADA SO APOS FECHAR O COAFARQ;
000620*                     PENDENTES REAPRESENTADAS NA EXECUCAO
000630*                     SEGUINTE; ERRO NA LEITURA DOS EVENTOS
000632*                     NAO ANALISA NEM REGISTRA; SITUACAO
000634*                     INVALIDA NO COAFCTL E AVISADA E
000636*                     REAPRESENTADA.
000650*----------------------------------------------------------------
000660*
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER.    IBM-370.
000700 OBJECT-COMPUTER.    IBM-370.
000710*
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITLOG"
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WK-FS-AUDITLOG.
000780*
000790     SELECT HISTORICO-AUDITORIA ASSIGN TO "AUDHIST"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS HIS-CHAVE
000830         FILE STATUS IS WK-FS-AUDHIST.
000840*
000850     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS CLI-NUMERO
000890         FILE STATUS IS WK-FS-CLIMSTR.
000900*
000910     SELECT ARQUIVO-PARAMETROS ASSIGN TO "CFPARAM"
000920         ORGANIZATION IS SEQUENTIAL
000930         ACCESS MODE IS SEQUENTIAL
000940         FILE STATUS IS WK-FS-CFPARAM.
000950*
000960     SELECT CONTROLE-COAF ASSIGN TO "COAFCTL"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS CFC-CHAVE
001000         FILE STATUS IS WK-FS-COAFCTL.
001010*
001020     SELECT RELATORIO ASSIGN TO "RELCOAF"
001030         ORGANIZATION IS SEQUENTIAL
001040         ACCESS MODE IS SEQUENTIAL
001050         FILE STATUS IS WK-FS-RELCOAF.
001060*
001070     SELECT ARQUIVO-COMUNICACAO ASSIGN TO "COAFARQ"
001080         ORGANIZATION IS SEQUENTIAL
001090         ACCESS MODE IS SEQUENTIAL
001100         FILE STATUS IS WK-FS-COAFARQ.
001110*
001120     SELECT ARQUIVO-SORT ASSIGN TO "SORTWK".
001130*
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  ARQUIVO-AUDITORIA
001170     LABEL RECORDS ARE STANDARD.
001180     COPY AUDREC.
001190*
001200 FD  HISTORICO-AUDITORIA
001210     LABEL RECORDS ARE STANDARD.
001220     COPY HISREC.
001230*
001240 FD  CLIENTES-MASTER
001250     LABEL RECORDS ARE STANDARD.
001260     COPY CLIREC.
001270*
001280 FD  ARQUIVO-PARAMETROS
001290     LABEL RECORDS ARE STANDARD.
001300     COPY CFPREC.
001310*
001320 FD  CONTROLE-COAF
001330     LABEL RECORDS ARE STANDARD.
001340     COPY CFCREC.
001350*
001360 FD  RELATORIO
001370     LABEL RECORDS ARE STANDARD.
001380 01  REL-LINHA                   PIC X(132).
001390*
001400 FD  ARQUIVO-COMUNICACAO
001410     LABEL RECORDS ARE STANDARD.
001420     COPY CFAREC.
001430*
001440 SD  ARQUIVO-SORT.
001450 01  SRT-REGISTRO.
001460     05  SRT-CLI-NUMERO          PIC 9(09).
001470     05  SRT-DATA-HORA.
001480         10  SRT-DATA            PIC 9(08).
001490         10  SRT-HORA            PIC 9(08).
001500     05  SRT-SEQ-DESEMPATE       PIC 9(03).
001510     05  SRT-TIPO-EVENTO         PIC X(10).
001520         88  SRT-EV-MOVIMENTO                VALUE 'MOVIMENTO'.
001530     05  SRT-VALOR               PIC S9(09)V99 COMP-3.
001540*
001550 WORKING-STORAGE SECTION.
001560*
001570 77  WK-FS-AUDITLOG              PIC X(02) VALUE "00".
001580     88  WK-FS-AUDITLOG-OK                   VALUE "00".
001590 77  WK-FS-AUDHIST               PIC X(02) VALUE "00".
001600     88  WK-FS-AUDHIST-OK                    VALUE "00".
001610 77  WK-FS-CLIMSTR               PIC X(02) VALUE "00".
001620     88  WK-FS-CLIMSTR-OK                    VALUE "00".
001630 77  WK-FS-CFPARAM               PIC X(02) VALUE "00".
001640     88  WK-FS-CFPARAM-OK                    VALUE "00".
001650 77  WK-FS-COAFCTL               PIC X(02) VALUE "00".
001660     88  WK-FS-COAFCTL-OK                    VALUE "00".
001670     88  WK-FS-COAFCTL-NAO-ACHADO            VALUE "23".
001680     88  WK-FS-COAFCTL-INEXISTENTE           VALUE "35".
001690 77  WK-FS-RELCOAF               PIC X(02) VALUE "00".
001700 77  WK-FS-COAFARQ               PIC X(02) VALUE "00".
001710*
001720 77  WK-SW-ANALISE               PIC X(01) VALUE "N".
001730     88  WK-ANALISE-LIBERADA                 VALUE "S".
001740     88  WK-ANALISE-RECUSADA                 VALUE "N".
001750*
001760 77  WK-SW-FIM-AUDITORIA         PIC X(01) VALUE "N".
001770     88  WK-FIM-AUDITORIA                    VALUE "S".
001780*
001790 77  WK-SW-FIM-HISTORICO         PIC X(01) VALUE "N".
001800     88  WK-FIM-HISTORICO                    VALUE "S".
001810*
001820 77  WK-SW-FIM-ORDENADO          PIC X(01) VALUE "N".
001830     88  WK-FIM-ORDENADO                     VALUE "S".
001840*
001850 77  WK-SW-FIM-PARAMETROS        PIC X(01) VALUE "N".
001860     88  WK-FIM-PARAMETROS                   VALUE "S".
001870*
001880 77  WK-SW-VIGENCIA              PIC X(01) VALUE "N".
001890     88  WK-VIGENCIA-ESCOLHIDA               VALUE "S".
001900*
001910 77  WK-SW-REATIVACAO            PIC X(01) VALUE "N".
001920     88  WK-REATIVACAO-EM-CURSO              VALUE "S".
001930     88  WK-SEM-REATIVACAO                   VALUE "N".
001940*
001950 77  WK-SW-DESCARTE              PIC X(01) VALUE "N".
001960     88  WK-DESCARTE-CONCLUIDO               VALUE "S".
001970     88  WK-DESCARTE-PENDENTE                VALUE "N".
001980*
001990 77  WK-SW-SOBREPOSICAO          PIC X(01) VALUE "N".
002000     88  WK-SERIE-SOBREPOSTA                 VALUE "S".
002010     88  WK-SERIE-NOVA                       VALUE "N".
002020*
002030 77  WK-SW-FIM-CONTROLE          PIC X(01) VALUE "N".
002040     88  WK-FIM-CONTROLE                     VALUE "S".
002050*
002060 77  WK-SW-FIM-PENDENTES         PIC X(01) VALUE "N".
002070     88  WK-FIM-PENDENTES                    VALUE "S".
002080*
002090 01  WK-PERIODO-INFORMADO.
002100     05  WK-DATA-INICIO-PERIODO  PIC 9(08).
002110     05  WK-DATA-FIM-PERIODO     PIC 9(08).
002120*
002130 77  WK-DATA-HOJE                PIC 9(08) VALUE ZERO.
002140*
002150*    PARAMETROS DA VIGENCIA ESCOLHIDA NO CFPARAM.
002160 77  WK-DATA-VIGENCIA            PIC 9(08) VALUE ZERO.
002170 77  WK-VL-LIMITE                PIC 9(09)V99 COMP-3 VALUE ZERO.
002180 77  WK-VL-PISO                  PIC 9(09)V99 COMP-3 VALUE ZERO.
002190 77  WK-VL-REATIVACAO            PIC 9(09)V99 COMP-3 VALUE ZERO.
002200 77  WK-QT-DIAS-FRACIONAMENTO    PIC 9(03) VALUE ZERO.
002210 77  WK-QT-DIAS-INATIVIDADE      PIC 9(05) VALUE ZERO.
002220*
002230*    SITUACAO DO CLIENTE CORRENTE NA LEITURA ORDENADA.
002240 77  WK-CLIENTE-CORRENTE         PIC 9(09) VALUE ZERO.
002250 77  WK-DATA-ULT-ATIVIDADE       PIC 9(08) VALUE ZERO.
002260 77  WK-DIAS-ULT-ATIVIDADE       PIC 9(07) COMP VALUE ZERO.
002270 77  WK-DIAS-EVENTO              PIC 9(07) COMP VALUE ZERO.
002280 77  WK-DIAS-DECORRIDOS          PIC S9(07) COMP VALUE ZERO.
002290 77  WK-VL-ABSOLUTO              PIC S9(09)V99 COMP-3 VALUE ZERO.
002300*
002310*    REATIVACAO EM CURSO: O MOVIMENTO QUE REATIVOU A CONTA E O
002320*    QUE FOI MOVIMENTADO DESDE ELE, DENTRO DA JANELA DE DIAS.
002330 77  WK-REAT-DATA-ORIGEM         PIC 9(08) VALUE ZERO.
002340 77  WK-REAT-HORA-ORIGEM         PIC 9(08) VALUE ZERO.
002350 77  WK-REAT-DIAS-ORIGEM         PIC 9(07) COMP VALUE ZERO.
002360 77  WK-REAT-DATA-ANTERIOR       PIC 9(08) VALUE ZERO.
002370 77  WK-REAT-DATA-FIM            PIC 9(08) VALUE ZERO.
002380 77  WK-REAT-QT-MOVIMENTOS       PIC 9(05) VALUE ZERO.
002390 77  WK-REAT-VL-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
002400*
002410*    MOVIMENTOS LOGO ABAIXO DO LIMITE AINDA DENTRO DA JANELA DE
002420*    FRACIONAMENTO DO CLIENTE CORRENTE, DO MAIS ANTIGO
002430*    (WK-IX-FRAC-INICIO) AO MAIS RECENTE (WK-IX-FRAC-FIM).
002440*    COM A TABELA CHEIA O MAIS ANTIGO E DESCARTADO, COM AVISO
002450*    NO SYSOUT E RETURN-CODE 8 NO FIM.
002460 77  WK-MAX-FRAC                 PIC 9(04) COMP VALUE 500.
002470 77  WK-IX-FRAC-INICIO           PIC 9(04) COMP VALUE 1.
002480 77  WK-IX-FRAC-FIM              PIC 9(04) COMP VALUE ZERO.
002490 77  WK-IX-FRAC                  PIC 9(04) COMP VALUE ZERO.
002500 77  WK-IX-FRAC-DESTINO          PIC 9(04) COMP VALUE ZERO.
002510 77  WK-VL-SOMA-FRAC             PIC S9(11)V99 COMP-3 VALUE ZERO.
002520 01  WK-TAB-FRACIONAMENTO.
002530     05  WK-FRAC-ENTRADA         OCCURS 500 TIMES.
002540         10  WK-FRAC-DATA        PIC 9(08).
002550         10  WK-FRAC-HORA        PIC 9(08).
002560         10  WK-FRAC-DIAS        PIC 9(07) COMP.
002570         10  WK-FRAC-VALOR       PIC S9(09)V99 COMP-3.
002580*
002590*    OCORRENCIA APURADA, A COMUNICAR.
002600 01  WK-OCORRENCIA.
002610     05  WK-OC-TIPO              PIC X(01).
002620         88  WK-OC-VALOR-ELEVADO             VALUE 'V'.
002630         88  WK-OC-FRACIONAMENTO             VALUE 'F'.
002640         88  WK-OC-REATIVACAO                VALUE 'R'.
002650     05  WK-OC-DATA-ORIGEM       PIC 9(08).
002660     05  WK-OC-HORA-ORIGEM       PIC 9(08).
002670     05  WK-OC-DATA-INICIO       PIC 9(08).
002680     05  WK-OC-DATA-FIM          PIC 9(08).
002690     05  WK-OC-QT-MOVIMENTOS     PIC 9(05).
002700     05  WK-OC-VL-TOTAL          PIC S9(11)V99 COMP-3.
002710     05  WK-OC-DATA-ULT-ATIVIDADE
002720                                 PIC 9(08).
002730*
002740 77  WK-NOME-CLIENTE             PIC X(30) VALUE SPACES.
002750*
002760 77  WK-QT-EVENTOS-SELECIONADOS  PIC 9(07) COMP VALUE ZERO.
002770 77  WK-QT-MOVIMENTOS-ANALISADOS PIC 9(07) COMP VALUE ZERO.
002780 77  WK-QT-VALOR-ELEVADO         PIC 9(07) COMP VALUE ZERO.
002790 77  WK-QT-FRACIONAMENTO         PIC 9(07) COMP VALUE ZERO.
002800 77  WK-QT-REATIVACAO            PIC 9(07) COMP VALUE ZERO.
002810 77  WK-QT-COMUNICADAS           PIC 9(07) COMP VALUE ZERO.
002820 77  WK-QT-JA-COMUNICADAS        PIC 9(07) COMP VALUE ZERO.
002830 77  WK-QT-FRAC-DESCARTADOS      PIC 9(07) COMP VALUE ZERO.
002840 77  WK-QT-REAPRESENTADAS        PIC 9(07) COMP VALUE ZERO.
002850 77  WK-QT-CONFIRMADAS           PIC 9(07) COMP VALUE ZERO.
002852 77  WK-QT-SITUACAO-INVALIDA     PIC 9(07) COMP VALUE ZERO.
002860 77  WK-VL-VALOR-ELEVADO         PIC S9(13)V99 COMP-3 VALUE ZERO.
002870 77  WK-VL-FRACIONAMENTO         PIC S9(13)V99 COMP-3 VALUE ZERO.
002880 77  WK-VL-REATIVACAO-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
002890 77  WK-VL-COMUNICADO            PIC S9(13)V99 COMP-3 VALUE ZERO.
002900*
002910     COPY CTDPARM.
002920*
002930 01  WK-CABECALHO.
002940     05  FILLER                  PIC X(25)
002950         VALUE "ANALISE DE MOVIMENTACOES ".
002960     05  FILLER                  PIC X(35)
002970         VALUE "PARA COMUNICACAO AO COAF - PERIODO".
002980     05  FILLER                  PIC X(01) VALUE SPACES.
002990     05  COACAB-INICIO           PIC 9(08).
003000     05  FILLER                  PIC X(03) VALUE " A ".
003010     05  COACAB-FIM              PIC 9(08).
003020     05  FILLER                  PIC X(52) VALUE SPACES.
003030*
003040 01  WK-LINHA-PARAMETROS-1.
003050     05  FILLER                  PIC X(25)
003060         VALUE "VIGENCIA DOS PARAMETROS: ".
003070     05  COAPAR-VIGENCIA         PIC 9(08).
003080     05  FILLER                  PIC X(25)
003090         VALUE "  LIMITE DE COMUNICACAO: ".
003100     05  COAPAR-LIMITE           PIC ZZZZZZZZZ9.99.
003110     05  FILLER                  PIC X(25)
003120         VALUE "  PISO DE FRACIONAMENTO: ".
003130     05  COAPAR-PISO             PIC ZZZZZZZZZ9.99.
003140     05  FILLER                  PIC X(23) VALUE SPACES.
003150*
003160 01  WK-LINHA-PARAMETROS-2.
003170     05  FILLER                  PIC X(25)
003180         VALUE "JANELA DE FRACIONAMENTO: ".
003190     05  COAPAR-JANELA           PIC ZZ9.
003200     05  FILLER                  PIC X(20)
003210         VALUE " DIAS  INATIVIDADE: ".
003220     05  COAPAR-INATIVIDADE      PIC ZZZZ9.
003230     05  FILLER                  PIC X(28)
003240         VALUE " DIAS  VALOR DE REATIVACAO: ".
003250     05  COAPAR-REATIVACAO       PIC ZZZZZZZZZ9.99.
003260     05  FILLER                  PIC X(38) VALUE SPACES.
003270*
003280 01  WK-LINHA-BRANCO             PIC X(132) VALUE SPACES.
003290*
003300 01  WK-TITULO-COLUNAS.
003310     05  FILLER                  PIC X(41)
003320         VALUE "  CLIENTE NOME".
003330     05  FILLER                  PIC X(21)
003340         VALUE "OCORRENCIA".
003350     05  FILLER                  PIC X(18)
003360         VALUE "INICIO   FIM".
003370     05  FILLER                  PIC X(06)
003380         VALUE " QTDE".
003390     05  FILLER                  PIC X(15)
003400         VALUE "         VALOR".
003410     05  FILLER                  PIC X(31)
003420         VALUE "ULT.ATIV".
003430*
003440 01  WK-DETALHE.
003450     05  COADET-CLIENTE          PIC ZZZZZZZZ9.
003460     05  FILLER                  PIC X(01) VALUE SPACES.
003470     05  COADET-NOME             PIC X(30).
003480     05  FILLER                  PIC X(01) VALUE SPACES.
003490     05  COADET-OCORRENCIA       PIC X(20).
003500     05  FILLER                  PIC X(01) VALUE SPACES.
003510     05  COADET-INICIO           PIC 9(08).
003520     05  FILLER                  PIC X(01) VALUE SPACES.
003530     05  COADET-FIM              PIC 9(08).
003540     05  FILLER                  PIC X(01) VALUE SPACES.
003550     05  COADET-QTDE             PIC ZZZZ9.
003560     05  FILLER                  PIC X(01) VALUE SPACES.
003570     05  COADET-VALOR            PIC ZZZZZZZZZZ9.99.
003580     05  FILLER                  PIC X(01) VALUE SPACES.
003590     05  COADET-ULT-ATIVIDADE    PIC X(08).
003600     05  FILLER                  PIC X(23) VALUE SPACES.
003610*
003620 01  WK-LINHA-NENHUMA.
003630     05  FILLER                  PIC X(42)
003640         VALUE "NENHUMA OCORRENCIA A COMUNICAR NO PERIODO.".
003650     05  FILLER                  PIC X(90) VALUE SPACES.
003660*
003670 01  WK-TOTAL-VALOR.
003680     05  TOTVAL-ROTULO           PIC X(30).
003690     05  TOTVAL-QUANTIDADE       PIC Z,ZZZ,ZZ9.
003700     05  FILLER                  PIC X(08) VALUE "  VALOR ".
003710     05  TOTVAL-VALOR            PIC ZZZZZZZZZZZZ9.99.
003720     05  FILLER                  PIC X(69) VALUE SPACES.
003730*
003740 01  WK-TOTAL-QUANTIDADE.
003750     05  TOTQTD-ROTULO           PIC X(30).
003760     05  TOTQTD-QUANTIDADE       PIC Z,ZZZ,ZZ9.
003770     05  FILLER                  PIC X(93) VALUE SPACES.
003780*
003790 PROCEDURE DIVISION.
003800*
003810 0000-MAINLINE.
003820     PERFORM 0500-VERIFICAR-DIA
003830         THRU 0500-VERIFICAR-DIA-EXIT.
003840*
003850     IF CTD-BLOQUEADO
003860         GO TO 9999-FIM
003870     END-IF.
003880*
003890     PERFORM 1000-INICIALIZAR
003900         THRU 1000-INICIALIZAR-EXIT.
003910*
003920     IF WK-ANALISE-LIBERADA
003930         SORT ARQUIVO-SORT
003940             ON ASCENDING KEY SRT-CLI-NUMERO
003950                              SRT-DATA-HORA
003960                              SRT-SEQ-DESEMPATE
003970             INPUT PROCEDURE IS 2000-SELECIONAR-EVENTOS
003980                            THRU 2000-SELECIONAR-EVENTOS-FIM
003990             OUTPUT PROCEDURE IS 3000-ANALISAR-MOVIMENTOS
004000                            THRU 3000-ANALISAR-MOVIMENTOS-FIM
004010     END-IF.
004020*
004030     PERFORM 8000-FINALIZAR
004040         THRU 8000-FINALIZAR-EXIT.
004050*
004060     IF WK-ANALISE-LIBERADA
004070        AND RETURN-CODE IS LESS THAN 12
004080         PERFORM 8900-CONCLUIR-DIA
004090             THRU 8900-CONCLUIR-DIA-EXIT
004100     END-IF.
004110*
004120     GO TO 9999-FIM.
004130*
004140 0500-VERIFICAR-DIA.
004150*----------------------------------------------------------------
004160*    CONFERE NO CONTROLE DO DIA (DIACTL, SUBPROGRAMA
004170*    CONTROLE-DIA) QUE NAO EXISTE NENHUM ARQUIVAMENTO
004180*    (ARQAUD) EM ANDAMENTO: NESSA JANELA UM EVENTO PODE ESTAR
004190*    NOS DOIS ARQUIVOS DE AUDITORIA E SERIA SOMADO DUAS VEZES.
004200*    CARIMBA O PROPRIO INICIO; BLOQUEADO, ENCERRA COM
004210*    RETURN-CODE 12 SEM ANALISAR NADA.
004220*----------------------------------------------------------------
004230     SET CTD-FN-INICIAR TO TRUE.
004240     MOVE "COAF    "            TO CTD-PASSO-CHAMADOR.
004250     MOVE ZERO                  TO CTD-DATA-PROCESSO.
004260     MOVE SPACES                TO CTD-PASSO-EXIGIDO (1).
004270     MOVE SPACES                TO CTD-PASSO-EXIGIDO (2).
004280     MOVE SPACES                TO CTD-PASSO-EXIGIDO (3).
004290     MOVE "S"                   TO CTD-VERIFICA-ARQUIVAMENTO.
004300*
004310     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
004320*
004330     IF CTD-BLOQUEADO
004340         DISPLAY "PASSO COAF BLOQUEADO PELO CONTROLE DO "
004350                 "DIA: " CTD-MOTIVO-BLOQUEIO
004360         MOVE 12 TO RETURN-CODE
004370     END-IF.
004380*
004390 0500-VERIFICAR-DIA-EXIT.
004400     EXIT.
004410*
004420 1000-INICIALIZAR.
004430*----------------------------------------------------------------
004440*    LE O PERIODO DO SYSIN, CARREGA A VIGENCIA DE PARAMETROS,
004450*    ABRE OS ARQUIVOS E EMITE OS CABECALHOS DO RELATORIO E O
004460*    HEADER DO ARQUIVO DE COMUNICACAO.  PERIODO INVALIDO, FALTA
004470*    DE VIGENCIA OU QUALQUER ARQUIVO DE ENTRADA INACESSIVEL
004480*    ENCERRAM COM RETURN-CODE 12 SEM ANALISAR NADA: UMA ANALISE
004490*    INCOMPLETA DEIXARIA DE COMUNICAR O QUE A LEI EXIGE.
004500*----------------------------------------------------------------
004510     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
004520*
004530     ACCEPT WK-PERIODO-INFORMADO.
004540     IF WK-PERIODO-INFORMADO IS NOT NUMERIC
004550        OR WK-DATA-INICIO-PERIODO IS EQUAL TO ZERO
004560        OR WK-DATA-FIM-PERIODO
004570             IS LESS THAN WK-DATA-INICIO-PERIODO
004580         DISPLAY "PERIODO INVALIDO NO SYSIN - INFORME "
004590                 "AAAAMMDDAAAAMMDD."
004600         MOVE 12 TO RETURN-CODE
004610         GO TO 1000-INICIALIZAR-EXIT
004620     END-IF.
004630*
004640     PERFORM 1100-CARREGAR-PARAMETROS
004650         THRU 1100-CARREGAR-PARAMETROS-EXIT.
004660*
004670     IF NOT WK-VIGENCIA-ESCOLHIDA
004680         DISPLAY "NENHUMA VIGENCIA DE PARAMETROS COAF SE APLICA "
004690                 "A " WK-DATA-FIM-PERIODO " - NADA ANALISADO."
004700         MOVE 12 TO RETURN-CODE
004710         GO TO 1000-INICIALIZAR-EXIT
004720     END-IF.
004730*
004740     OPEN INPUT HISTORICO-AUDITORIA.
004750     IF NOT WK-FS-AUDHIST-OK
004760         DISPLAY "HISTORICO AUDHIST INDISPONIVEL (FILE STATUS "
004770                 WK-FS-AUDHIST ") - NADA ANALISADO."
004780         MOVE 12 TO RETURN-CODE
004790         GO TO 1000-INICIALIZAR-EXIT
004800     END-IF.
004810*
004820     OPEN INPUT ARQUIVO-AUDITORIA.
004830     IF NOT WK-FS-AUDITLOG-OK
004840         DISPLAY "ERRO AO ABRIR O DIARIO - FILE STATUS "
004850                 WK-FS-AUDITLOG " - NADA ANALISADO."
004860         CLOSE HISTORICO-AUDITORIA
004870         MOVE 12 TO RETURN-CODE
004880         GO TO 1000-INICIALIZAR-EXIT
004890     END-IF.
004900*
004910*    O CONTROLE DE OCORRENCIAS E CRIADO NA PRIMEIRA EXECUCAO
004920*    (STATUS 35); QUALQUER OUTRA FALHA IMPEDE A ANALISE, POIS
004930*    SEM ELE NAO HA COMO EVITAR A COMUNICACAO EM DOBRO.
004940     OPEN I-O CONTROLE-COAF.
004950     EVALUATE TRUE
004960         WHEN WK-FS-COAFCTL-OK
004970             CONTINUE
004980         WHEN WK-FS-COAFCTL-INEXISTENTE
004990             OPEN OUTPUT CONTROLE-COAF
005000             CLOSE CONTROLE-COAF
005010             OPEN I-O CONTROLE-COAF
005020         WHEN OTHER
005030             DISPLAY "ERRO AO ABRIR O CONTROLE DE OCORRENCIAS - "
005040                     "FILE STATUS " WK-FS-COAFCTL
005050                     " - NADA ANALISADO."
005060             CLOSE HISTORICO-AUDITORIA
005070             CLOSE ARQUIVO-AUDITORIA
005080             MOVE 12 TO RETURN-CODE
005090             GO TO 1000-INICIALIZAR-EXIT
005100     END-EVALUATE.
005110*
005120     OPEN INPUT  CLIENTES-MASTER.
005130     OPEN OUTPUT RELATORIO.
005140     OPEN OUTPUT ARQUIVO-COMUNICACAO.
005150     SET WK-ANALISE-LIBERADA TO TRUE.
005160*
005170     DISPLAY "ANALISE COAF DO PERIODO " WK-DATA-INICIO-PERIODO
005180             " A " WK-DATA-FIM-PERIODO.
005190*
005200     MOVE WK-DATA-INICIO-PERIODO TO COACAB-INICIO.
005210     MOVE WK-DATA-FIM-PERIODO    TO COACAB-FIM.
005220     MOVE WK-DATA-VIGENCIA       TO COAPAR-VIGENCIA.
005230     MOVE WK-VL-LIMITE           TO COAPAR-LIMITE.
005240     MOVE WK-VL-PISO             TO COAPAR-PISO.
005250     MOVE WK-QT-DIAS-FRACIONAMENTO
005260                                 TO COAPAR-JANELA.
005270     MOVE WK-QT-DIAS-INATIVIDADE TO COAPAR-INATIVIDADE.
005280     MOVE WK-VL-REATIVACAO       TO COAPAR-REATIVACAO.
005290     WRITE REL-LINHA FROM WK-CABECALHO.
005300     WRITE REL-LINHA FROM WK-LINHA-PARAMETROS-1.
005310     WRITE REL-LINHA FROM WK-LINHA-PARAMETROS-2.
005320     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
005330     WRITE REL-LINHA FROM WK-TITULO-COLUNAS.
005340*
005350     MOVE SPACES                 TO CFA-REGISTRO.
005360     SET CFA-REG-HEADER          TO TRUE.
005370     MOVE WK-DATA-HOJE           TO CFA-HDR-DATA-GERACAO.
005380     MOVE WK-DATA-INICIO-PERIODO TO CFA-HDR-PERIODO-INICIO.
005390     MOVE WK-DATA-FIM-PERIODO    TO CFA-HDR-PERIODO-FIM.
005400     MOVE WK-DATA-VIGENCIA       TO CFA-HDR-VIGENCIA.
005410     WRITE CFA-REGISTRO.
005420*
005430 1000-INICIALIZAR-EXIT.
005440     EXIT.
005450*
005460 1100-CARREGAR-PARAMETROS.
005470*----------------------------------------------------------------
005480*    LE O ARQUIVO DE PARAMETROS CFPARAM E GUARDA OS VALORES DA
005490*    VIGENCIA DE MAIOR DATA QUE NAO SEJA POSTERIOR AO FIM DO
005500*    PERIODO (EMPATE DE DATA: VALE O ULTIMO REGISTRO GRAVADO,
005510*    COMO NO TXPARAM E NO TARPARAM).
005520*----------------------------------------------------------------
005530     OPEN INPUT ARQUIVO-PARAMETROS.
005540*
005550     IF NOT WK-FS-CFPARAM-OK
005560         DISPLAY "ARQUIVO DE PARAMETROS CFPARAM INDISPONIVEL - "
005570                 "FILE STATUS " WK-FS-CFPARAM
005580         GO TO 1100-CARREGAR-PARAMETROS-EXIT
005590     END-IF.
005600*
005610     PERFORM 1110-LER-PARAMETRO
005620         THRU 1110-LER-PARAMETRO-EXIT
005630         UNTIL WK-FIM-PARAMETROS.
005640*
005650     CLOSE ARQUIVO-PARAMETROS.
005660*
005670     IF WK-VIGENCIA-ESCOLHIDA
005680         DISPLAY "VIGENCIA DE PARAMETROS COAF APLICADA: "
005690                 WK-DATA-VIGENCIA
005700     END-IF.
005710*
005720 1100-CARREGAR-PARAMETROS-EXIT.
005730     EXIT.
005740*
005750 1110-LER-PARAMETRO.
005760*----------------------------------------------------------------
005770*    LE UM REGISTRO DO ARQUIVO DE PARAMETROS E, QUANDO ELE E A
005780*    MELHOR VIGENCIA ATE AGORA PARA O FIM DO PERIODO, GUARDA OS
005790*    SEUS VALORES.
005800*----------------------------------------------------------------
005810     READ ARQUIVO-PARAMETROS
005820         AT END
005830             SET WK-FIM-PARAMETROS TO TRUE
005840             GO TO 1110-LER-PARAMETRO-EXIT
005850     END-READ.
005860*
005870     IF NOT WK-FS-CFPARAM-OK
005880         DISPLAY "ERRO AO LER O ARQUIVO DE PARAMETROS - FILE "
005890                 "STATUS " WK-FS-CFPARAM
005900         SET WK-FIM-PARAMETROS TO TRUE
005910         MOVE "N" TO WK-SW-VIGENCIA
005920         GO TO 1110-LER-PARAMETRO-EXIT
005930     END-IF.
005940*
005950     IF CFP-DATA-INICIO-VIGENCIA
005960          IS GREATER THAN WK-DATA-FIM-PERIODO
005970         GO TO 1110-LER-PARAMETRO-EXIT
005980     END-IF.
005990*
006000     IF WK-VIGENCIA-ESCOLHIDA
006010        AND CFP-DATA-INICIO-VIGENCIA
006020             IS LESS THAN WK-DATA-VIGENCIA
006030         GO TO 1110-LER-PARAMETRO-EXIT
006040     END-IF.
006050*
006060     SET WK-VIGENCIA-ESCOLHIDA TO TRUE.
006070     MOVE CFP-DATA-INICIO-VIGENCIA  TO WK-DATA-VIGENCIA.
006080     MOVE CFP-VL-LIMITE-COMUNICACAO TO WK-VL-LIMITE.
006090     MOVE CFP-VL-PISO-FRACIONAMENTO TO WK-VL-PISO.
006100     MOVE CFP-QT-DIAS-FRACIONAMENTO TO WK-QT-DIAS-FRACIONAMENTO.
006110     MOVE CFP-QT-DIAS-INATIVIDADE   TO WK-QT-DIAS-INATIVIDADE.
006120     MOVE CFP-VL-REATIVACAO         TO WK-VL-REATIVACAO.
006130*
006140 1110-LER-PARAMETRO-EXIT.
006150     EXIT.
006160*
006170 2000-SELECIONAR-EVENTOS.
006180*----------------------------------------------------------------
006190*    PROCEDIMENTO DE ENTRADA DO SORT: LIBERA OS EVENTOS
006200*    MOVIMENTO E AJUSTE ATE O FIM DO PERIODO, PRIMEIRO OS DIAS
006210*    JA ARQUIVADOS NO HISTORICO (AUDHIST) E DEPOIS O DIARIO
006220*    AINDA NAO ARQUIVADO (AUDITLOG).  OS EVENTOS ANTERIORES AO
006230*    PERIODO SO SERVEM PARA DATAR A ULTIMA ATIVIDADE DE CADA
006240*    CLIENTE ANTES DELE.
006250*----------------------------------------------------------------
006260     PERFORM 2200-LER-E-LIBERAR-HISTORICO
006270         THRU 2200-LER-E-LIBERAR-HISTORICO-EXIT
006280         UNTIL WK-FIM-HISTORICO.
006290*
006300     PERFORM 2100-LER-E-LIBERAR
006310         THRU 2100-LER-E-LIBERAR-EXIT
006320         UNTIL WK-FIM-AUDITORIA.
006330*
006340 2000-SELECIONAR-EVENTOS-FIM.
006350     EXIT.
006360*
006370 2100-LER-E-LIBERAR.
006380*----------------------------------------------------------------
006390*    LE UM REGISTRO DO DIARIO E O LIBERA PARA O SORT QUANDO E
006400*    UM MOVIMENTO OU AJUSTE ATE O FIM DO PERIODO.  ERRO DE
006410*    LEITURA ENCERRA A ANALISE COM RETURN-CODE 12.
006420*----------------------------------------------------------------
006430     READ ARQUIVO-AUDITORIA
006440         AT END
006450             SET WK-FIM-AUDITORIA TO TRUE
006460             GO TO 2100-LER-E-LIBERAR-EXIT
006470     END-READ.
006480*
006490     IF NOT WK-FS-AUDITLOG-OK
006500         DISPLAY "ERRO AO LER O DIARIO - FILE STATUS "
006510                 WK-FS-AUDITLOG " - ANALISE INCOMPLETA."
006520         MOVE 12 TO RETURN-CODE
006530         SET WK-FIM-AUDITORIA TO TRUE
006540         GO TO 2100-LER-E-LIBERAR-EXIT
006550     END-IF.
006560*
006570     IF NOT (AUD-EV-MOVIMENTO OR AUD-EV-AJUSTE)
006580        OR AUD-DATA IS GREATER THAN WK-DATA-FIM-PERIODO
006590         GO TO 2100-LER-E-LIBERAR-EXIT
006600     END-IF.
006610*
006620     MOVE AUD-CLI-NUMERO       TO SRT-CLI-NUMERO.
006630     MOVE AUD-DATA             TO SRT-DATA.
006640     MOVE AUD-HORA             TO SRT-HORA.
006650     MOVE ZERO                 TO SRT-SEQ-DESEMPATE.
006660     MOVE AUD-TIPO-EVENTO      TO SRT-TIPO-EVENTO.
006670     MOVE AUD-VALOR-EVENTO     TO SRT-VALOR.
006680*
006690     RELEASE SRT-REGISTRO.
006700     ADD 1 TO WK-QT-EVENTOS-SELECIONADOS.
006710*
006720 2100-LER-E-LIBERAR-EXIT.
006730     EXIT.
006740*
006750 2200-LER-E-LIBERAR-HISTORICO.
006760*----------------------------------------------------------------
006770*    LE UM REGISTRO DO HISTORICO DE AUDITORIA E O LIBERA PARA
006780*    O SORT QUANDO E UM MOVIMENTO OU AJUSTE ATE O FIM DO
006790*    PERIODO.  ERRO DE LEITURA ENCERRA A ANALISE COM
006800*    RETURN-CODE 12.
006810*----------------------------------------------------------------
006820     READ HISTORICO-AUDITORIA NEXT RECORD
006830         AT END
006840             SET WK-FIM-HISTORICO TO TRUE
006850             GO TO 2200-LER-E-LIBERAR-HISTORICO-EXIT
006860     END-READ.
006870*
006880     IF NOT WK-FS-AUDHIST-OK
006890         DISPLAY "ERRO AO LER O HISTORICO - FILE STATUS "
006900                 WK-FS-AUDHIST " - ANALISE INCOMPLETA."
006910         MOVE 12 TO RETURN-CODE
006920         SET WK-FIM-HISTORICO TO TRUE
006930         GO TO 2200-LER-E-LIBERAR-HISTORICO-EXIT
006940     END-IF.
006950*
006960     IF NOT (HIS-EV-MOVIMENTO OR HIS-EV-AJUSTE)
006970        OR HIS-DATA IS GREATER THAN WK-DATA-FIM-PERIODO
006980         GO TO 2200-LER-E-LIBERAR-HISTORICO-EXIT
006990     END-IF.
007000*
007010     MOVE HIS-CLI-NUMERO       TO SRT-CLI-NUMERO.
007020     MOVE HIS-DATA             TO SRT-DATA.
007030     MOVE HIS-HORA             TO SRT-HORA.
007040     MOVE HIS-SEQ-DESEMPATE    TO SRT-SEQ-DESEMPATE.
007050     MOVE HIS-TIPO-EVENTO      TO SRT-TIPO-EVENTO.
007060     MOVE HIS-VALOR-EVENTO     TO SRT-VALOR.
007070*
007080     RELEASE SRT-REGISTRO.
007090     ADD 1 TO WK-QT-EVENTOS-SELECIONADOS.
007100*
007110 2200-LER-E-LIBERAR-HISTORICO-EXIT.
007120     EXIT.
007130*
007140 3000-ANALISAR-MOVIMENTOS.
007150*----------------------------------------------------------------
007160*    PROCEDIMENTO DE SAIDA DO SORT: RECEBE OS EVENTOS JA
007170*    ORDENADOS POR CLIENTE E DATA/HORA E APLICA AS TRES
007180*    REGRAS, COM QUEBRA DE CONTROLE NO NUMERO DO CLIENTE.
007190*    ANTES, REAPRESENTA AS OCORRENCIAS QUE UMA EXECUCAO
007200*    ANTERIOR DEIXOU PENDENTES.  SE A LEITURA DOS EVENTOS FALHOU
007210*    (RETURN-CODE 12 NO PROCEDIMENTO DE ENTRADA), NADA E
007220*    ANALISADO: UMA OCORRENCIA APURADA SOBRE EVENTOS INCOMPLETOS
007230*    NAO PODE ENTRAR NO CONTROLE.
007240*----------------------------------------------------------------
007250     IF RETURN-CODE IS EQUAL TO 12
007260         DISPLAY "EVENTOS NAO LIDOS POR COMPLETO - NENHUMA "
007270                 "OCORRENCIA ANALISADA OU REGISTRADA."
007280         GO TO 3000-ANALISAR-MOVIMENTOS-FIM
007290     END-IF.
007300*
007310     PERFORM 3050-REAPRESENTAR-PENDENTES
007320         THRU 3050-REAPRESENTAR-PENDENTES-EXIT.
007330*
007340     IF RETURN-CODE IS EQUAL TO 12
007350         GO TO 3000-ANALISAR-MOVIMENTOS-FIM
007360     END-IF.
007370*
007380     PERFORM 3900-RECEBER-EVENTO
007390         THRU 3900-RECEBER-EVENTO-EXIT.
007400*
007410     PERFORM 3100-PROCESSAR-EVENTO
007420         THRU 3100-PROCESSAR-EVENTO-EXIT
007430         UNTIL WK-FIM-ORDENADO.
007440*
007450     IF WK-CLIENTE-CORRENTE IS NOT EQUAL TO ZERO
007460         PERFORM 3250-ENCERRAR-CLIENTE
007470             THRU 3250-ENCERRAR-CLIENTE-EXIT
007480     END-IF.
007490*
007500 3000-ANALISAR-MOVIMENTOS-FIM.
007510     EXIT.
007520*
007530 3050-REAPRESENTAR-PENDENTES.
007540*----------------------------------------------------------------
007550*    VARRE O CONTROLE DE OCORRENCIAS E INCLUI NO RELATORIO E NO
007560*    ARQUIVO DE COMUNICACAO AS OCORRENCIAS AINDA PENDENTES -
007570*    GRAVADAS POR UMA EXECUCAO QUE NAO CHEGOU A FECHAR O SEU
007580*    ARQUIVO COM SUCESSO, E QUE PORTANTO NAO FORAM ENVIADAS.
007590*    ELAS SAO CONFIRMADAS NO FIM, JUNTO COM AS DESTA EXECUCAO.
007600*    ERRO DE LEITURA ENCERRA A ANALISE COM RETURN-CODE 12.
007610*----------------------------------------------------------------
007620     MOVE "N"        TO WK-SW-FIM-PENDENTES.
007630     MOVE LOW-VALUES TO CFC-CHAVE.
007640*
007650     START CONTROLE-COAF
007660         KEY IS NOT LESS THAN CFC-CHAVE
007670         INVALID KEY
007680             SET WK-FIM-PENDENTES TO TRUE
007690     END-START.
007700*
007710     PERFORM 3060-LER-PENDENTE
007720         THRU 3060-LER-PENDENTE-EXIT
007730         UNTIL WK-FIM-PENDENTES.
007740*
007750     MOVE ZERO TO WK-CLIENTE-CORRENTE.
007760*
007770     IF WK-QT-REAPRESENTADAS IS GREATER THAN ZERO
007780         DISPLAY "OCORRENCIAS PENDENTES REAPRESENTADAS: "
007790                 WK-QT-REAPRESENTADAS
007800     END-IF.
007810*
007820 3050-REAPRESENTAR-PENDENTES-EXIT.
007830     EXIT.
007840*
007850 3060-LER-PENDENTE.
007860*----------------------------------------------------------------
007870*    LE A PROXIMA OCORRENCIA DO CONTROLE E, SE PENDENTE,
007872*    REMONTA-A E A COMUNICA DE NOVO.  SITUACAO INVALIDA E AVISADA
007874*    E TRATADA COMO PENDENTE: NA DUVIDA, A OCORRENCIA E ENVIADA
007876*    DE NOVO.
007890*----------------------------------------------------------------
007900     READ CONTROLE-COAF NEXT RECORD
007910         AT END
007920             SET WK-FIM-PENDENTES TO TRUE
007930             GO TO 3060-LER-PENDENTE-EXIT
007940     END-READ.
007950*
007960     IF NOT WK-FS-COAFCTL-OK
007970         DISPLAY "ERRO AO LER O CONTROLE DE OCORRENCIAS - "
007980                 "FILE STATUS " WK-FS-COAFCTL
007990                 " - ANALISE INCOMPLETA."
008000         MOVE 12 TO RETURN-CODE
008010         SET WK-FIM-PENDENTES TO TRUE
008020         GO TO 3060-LER-PENDENTE-EXIT
008030     END-IF.
008040*
008042     IF CFC-CONFIRMADA
008044         GO TO 3060-LER-PENDENTE-EXIT
008046     END-IF.
008048*
008050     IF NOT CFC-PENDENTE
008053         DISPLAY "SITUACAO INVALIDA (" CFC-SITUACAO
008056                 ") NO CONTROLE - CLIENTE " CFC-CLI-NUMERO
008059                 " TIPO " CFC-TIPO-OCORRENCIA " ORIGEM "
008062                 CFC-DATA-ORIGEM " - OCORRENCIA REAPRESENTADA."
008065         ADD 1 TO WK-QT-SITUACAO-INVALIDA
008070     END-IF.
008080*
008090     MOVE CFC-CLI-NUMERO         TO WK-CLIENTE-CORRENTE.
008100     MOVE CFC-TIPO-OCORRENCIA    TO WK-OC-TIPO.
008110     MOVE CFC-DATA-ORIGEM        TO WK-OC-DATA-ORIGEM.
008120     MOVE CFC-HORA-ORIGEM        TO WK-OC-HORA-ORIGEM.
008130     MOVE CFC-DATA-INICIO        TO WK-OC-DATA-INICIO.
008140     MOVE CFC-DATA-FIM           TO WK-OC-DATA-FIM.
008150     MOVE CFC-QT-MOVIMENTOS      TO WK-OC-QT-MOVIMENTOS.
008160     MOVE CFC-VL-TOTAL           TO WK-OC-VL-TOTAL.
008170     MOVE CFC-DATA-ULT-ATIVIDADE TO WK-OC-DATA-ULT-ATIVIDADE.
008180*
008190     PERFORM 4050-OBTER-NOME
008200         THRU 4050-OBTER-NOME-EXIT.
008210*
008220     PERFORM 4200-IMPRIMIR-OCORRENCIA
008230         THRU 4200-IMPRIMIR-OCORRENCIA-EXIT.
008240*
008250     PERFORM 4300-GRAVAR-OCORRENCIA-ARQ
008260         THRU 4300-GRAVAR-OCORRENCIA-ARQ-EXIT.
008270*
008280     PERFORM 4400-CONTAR-OCORRENCIA
008290         THRU 4400-CONTAR-OCORRENCIA-EXIT.
008300*
008310     ADD 1 TO WK-QT-REAPRESENTADAS.
008320*
008330 3060-LER-PENDENTE-EXIT.
008340     EXIT.
008350*
008360 3100-PROCESSAR-EVENTO.
008370*----------------------------------------------------------------
008380*    TRATA UM EVENTO ORDENADO.  SO OS MOVIMENTOS DO PERIODO SAO
008390*    ANALISADOS; TODO EVENTO, DO PERIODO OU ANTERIOR, DATA A
008400*    ULTIMA ATIVIDADE DO CLIENTE PARA A REGRA DE REATIVACAO.
008410*----------------------------------------------------------------
008420     IF SRT-CLI-NUMERO IS NOT EQUAL TO WK-CLIENTE-CORRENTE
008430         IF WK-CLIENTE-CORRENTE IS NOT EQUAL TO ZERO
008440             PERFORM 3250-ENCERRAR-CLIENTE
008450                 THRU 3250-ENCERRAR-CLIENTE-EXIT
008460         END-IF
008470         PERFORM 3200-INICIAR-CLIENTE
008480             THRU 3200-INICIAR-CLIENTE-EXIT
008490     END-IF.
008500*
008510     COMPUTE WK-DIAS-EVENTO =
008520             FUNCTION INTEGER-OF-DATE (SRT-DATA).
008530*
008540     IF NOT SRT-EV-MOVIMENTO
008550        OR SRT-DATA IS LESS THAN WK-DATA-INICIO-PERIODO
008560         GO TO 3100-ATUALIZAR-ATIVIDADE
008570     END-IF.
008580*
008590     ADD 1 TO WK-QT-MOVIMENTOS-ANALISADOS.
008600     MOVE SRT-VALOR TO WK-VL-ABSOLUTO.
008610     IF WK-VL-ABSOLUTO IS LESS THAN ZERO
008620         MULTIPLY -1 BY WK-VL-ABSOLUTO
008630     END-IF.
008640*
008650     PERFORM 3300-VERIFICAR-REATIVACAO
008660         THRU 3300-VERIFICAR-REATIVACAO-EXIT.
008670*
008680     IF WK-VL-ABSOLUTO IS NOT LESS THAN WK-VL-LIMITE
008690         PERFORM 3400-APURAR-VALOR-ELEVADO
008700             THRU 3400-APURAR-VALOR-ELEVADO-EXIT
008710     ELSE
008720         IF WK-VL-ABSOLUTO IS NOT LESS THAN WK-VL-PISO
008730             PERFORM 3500-VERIFICAR-FRACIONAMENTO
008740                 THRU 3500-VERIFICAR-FRACIONAMENTO-EXIT
008750         END-IF
008760     END-IF.
008770*
008780 3100-ATUALIZAR-ATIVIDADE.
008790     MOVE SRT-DATA       TO WK-DATA-ULT-ATIVIDADE.
008800     MOVE WK-DIAS-EVENTO TO WK-DIAS-ULT-ATIVIDADE.
008810*
008820     PERFORM 3900-RECEBER-EVENTO
008830         THRU 3900-RECEBER-EVENTO-EXIT.
008840*
008850 3100-PROCESSAR-EVENTO-EXIT.
008860     EXIT.
008870*
008880 3200-INICIAR-CLIENTE.
008890*----------------------------------------------------------------
008900*    PASSA A UM NOVO CLIENTE: SEM ATIVIDADE ANTERIOR CONHECIDA,
008910*    SEM REATIVACAO EM CURSO E COM A JANELA DE FRACIONAMENTO
008920*    VAZIA.
008930*----------------------------------------------------------------
008940     MOVE SRT-CLI-NUMERO TO WK-CLIENTE-CORRENTE.
008950     MOVE ZERO           TO WK-DATA-ULT-ATIVIDADE.
008960     MOVE ZERO           TO WK-DIAS-ULT-ATIVIDADE.
008970     SET WK-SEM-REATIVACAO TO TRUE.
008980     MOVE 1              TO WK-IX-FRAC-INICIO.
008990     MOVE ZERO           TO WK-IX-FRAC-FIM.
009000     MOVE ZERO           TO WK-VL-SOMA-FRAC.
009010*
009020 3200-INICIAR-CLIENTE-EXIT.
009030     EXIT.
009040*
009050 3250-ENCERRAR-CLIENTE.
009060*----------------------------------------------------------------
009070*    ENCERRA O CLIENTE CORRENTE: UMA REATIVACAO AINDA EM CURSO
009080*    E AVALIADA COM O QUE FOI MOVIMENTADO ATE O FIM DO PERIODO.
009090*----------------------------------------------------------------
009100     IF WK-REATIVACAO-EM-CURSO
009110         PERFORM 3350-ENCERRAR-REATIVACAO
009120             THRU 3350-ENCERRAR-REATIVACAO-EXIT
009130     END-IF.
009140*
009150 3250-ENCERRAR-CLIENTE-EXIT.
009160     EXIT.
009170*
009180 3300-VERIFICAR-REATIVACAO.
009190*----------------------------------------------------------------
009200*    ACUMULA O MOVIMENTO NA REATIVACAO EM CURSO ENQUANTO ELE
009210*    CAI NA JANELA DE DIAS CONTADA DO MOVIMENTO QUE REATIVOU A
009220*    CONTA; FORA DELA A REATIVACAO E ENCERRADA E AVALIADA.  UM
009230*    MOVIMENTO APOS UMA INATIVIDADE DE PELO MENOS O NUMERO DE
009240*    DIAS PARAMETRIZADO ABRE UMA NOVA REATIVACAO.
009250*----------------------------------------------------------------
009260     IF WK-REATIVACAO-EM-CURSO
009270         COMPUTE WK-DIAS-DECORRIDOS =
009280                 WK-DIAS-EVENTO - WK-REAT-DIAS-ORIGEM
009290         IF WK-DIAS-DECORRIDOS
009300              IS LESS THAN WK-QT-DIAS-FRACIONAMENTO
009310             ADD 1              TO WK-REAT-QT-MOVIMENTOS
009320             ADD WK-VL-ABSOLUTO TO WK-REAT-VL-TOTAL
009330             MOVE SRT-DATA      TO WK-REAT-DATA-FIM
009340             GO TO 3300-VERIFICAR-REATIVACAO-EXIT
009350         END-IF
009360         PERFORM 3350-ENCERRAR-REATIVACAO
009370             THRU 3350-ENCERRAR-REATIVACAO-EXIT
009380     END-IF.
009390*
009400     IF WK-DATA-ULT-ATIVIDADE IS EQUAL TO ZERO
009410         GO TO 3300-VERIFICAR-REATIVACAO-EXIT
009420     END-IF.
009430*
009440     COMPUTE WK-DIAS-DECORRIDOS =
009450             WK-DIAS-EVENTO - WK-DIAS-ULT-ATIVIDADE.
009460     IF WK-DIAS-DECORRIDOS IS LESS THAN WK-QT-DIAS-INATIVIDADE
009470         GO TO 3300-VERIFICAR-REATIVACAO-EXIT
009480     END-IF.
009490*
009500     SET WK-REATIVACAO-EM-CURSO TO TRUE.
009510     MOVE SRT-DATA              TO WK-REAT-DATA-ORIGEM.
009520     MOVE SRT-HORA              TO WK-REAT-HORA-ORIGEM.
009530     MOVE WK-DIAS-EVENTO        TO WK-REAT-DIAS-ORIGEM.
009540     MOVE WK-DATA-ULT-ATIVIDADE TO WK-REAT-DATA-ANTERIOR.
009550     MOVE SRT-DATA              TO WK-REAT-DATA-FIM.
009560     MOVE 1                     TO WK-REAT-QT-MOVIMENTOS.
009570     MOVE WK-VL-ABSOLUTO        TO WK-REAT-VL-TOTAL.
009580*
009590 3300-VERIFICAR-REATIVACAO-EXIT.
009600     EXIT.
009610*
009620 3350-ENCERRAR-REATIVACAO.
009630*----------------------------------------------------------------
009640*    ENCERRA A REATIVACAO EM CURSO E A COMUNICA QUANDO O VALOR
009650*    MOVIMENTADO NA JANELA ALCANCOU O VALOR DE REATIVACAO.
009660*----------------------------------------------------------------
009670     SET WK-SEM-REATIVACAO TO TRUE.
009680*
009690     IF WK-REAT-VL-TOTAL IS LESS THAN WK-VL-REATIVACAO
009700         GO TO 3350-ENCERRAR-REATIVACAO-EXIT
009710     END-IF.
009720*
009730     SET WK-OC-REATIVACAO       TO TRUE.
009740     MOVE WK-REAT-DATA-ORIGEM   TO WK-OC-DATA-ORIGEM.
009750     MOVE WK-REAT-HORA-ORIGEM   TO WK-OC-HORA-ORIGEM.
009760     MOVE WK-REAT-DATA-ORIGEM   TO WK-OC-DATA-INICIO.
009770     MOVE WK-REAT-DATA-FIM      TO WK-OC-DATA-FIM.
009780     MOVE WK-REAT-QT-MOVIMENTOS TO WK-OC-QT-MOVIMENTOS.
009790     MOVE WK-REAT-VL-TOTAL      TO WK-OC-VL-TOTAL.
009800     MOVE WK-REAT-DATA-ANTERIOR TO WK-OC-DATA-ULT-ATIVIDADE.
009810     PERFORM 4000-REGISTRAR-OCORRENCIA
009820         THRU 4000-REGISTRAR-OCORRENCIA-EXIT.
009830*
009840 3350-ENCERRAR-REATIVACAO-EXIT.
009850     EXIT.
009860*
009870 3400-APURAR-VALOR-ELEVADO.
009880*----------------------------------------------------------------
009890*    MOVIMENTO ISOLADO IGUAL OU ACIMA DO LIMITE: A OCORRENCIA E
009900*    O PROPRIO MOVIMENTO.
009910*----------------------------------------------------------------
009920     SET WK-OC-VALOR-ELEVADO    TO TRUE.
009930     MOVE SRT-DATA              TO WK-OC-DATA-ORIGEM.
009940     MOVE SRT-HORA              TO WK-OC-HORA-ORIGEM.
009950     MOVE SRT-DATA              TO WK-OC-DATA-INICIO.
009960     MOVE SRT-DATA              TO WK-OC-DATA-FIM.
009970     MOVE 1                     TO WK-OC-QT-MOVIMENTOS.
009980     MOVE WK-VL-ABSOLUTO        TO WK-OC-VL-TOTAL.
009990     MOVE ZERO                  TO WK-OC-DATA-ULT-ATIVIDADE.
010000     PERFORM 4000-REGISTRAR-OCORRENCIA
010010         THRU 4000-REGISTRAR-OCORRENCIA-EXIT.
010020*
010030 3400-APURAR-VALOR-ELEVADO-EXIT.
010040     EXIT.
010050*
010060 3500-VERIFICAR-FRACIONAMENTO.
010070*----------------------------------------------------------------
010080*    MOVIMENTO LOGO ABAIXO DO LIMITE: DESCARTA DA JANELA OS
010090*    MOVIMENTOS QUE JA SAIRAM DO NUMERO DE DIAS PARAMETRIZADO,
010100*    ACRESCENTA O CORRENTE E, QUANDO A SOMA DA JANELA PASSA DO
010110*    LIMITE, COMUNICA A SERIE E RECOMECA A JANELA VAZIA.
010120*----------------------------------------------------------------
010130     SET WK-DESCARTE-PENDENTE TO TRUE.
010140     PERFORM 3550-DESCARTAR-ANTIGO
010150         THRU 3550-DESCARTAR-ANTIGO-EXIT
010160         UNTIL WK-DESCARTE-CONCLUIDO.
010170*
010180     IF WK-IX-FRAC-FIM IS EQUAL TO WK-MAX-FRAC
010190         IF WK-IX-FRAC-INICIO IS EQUAL TO 1
010200             SUBTRACT WK-FRAC-VALOR (1) FROM WK-VL-SOMA-FRAC
010210             ADD 1 TO WK-IX-FRAC-INICIO
010220             ADD 1 TO WK-QT-FRAC-DESCARTADOS
010230             DISPLAY "AVISO: JANELA DE FRACIONAMENTO CHEIA - "
010240                     "CLIENTE " WK-CLIENTE-CORRENTE
010250         END-IF
010260         PERFORM 3570-COMPACTAR-JANELA
010270             THRU 3570-COMPACTAR-JANELA-EXIT
010280     END-IF.
010290*
010300     ADD 1 TO WK-IX-FRAC-FIM.
010310     MOVE SRT-DATA       TO WK-FRAC-DATA (WK-IX-FRAC-FIM).
010320     MOVE SRT-HORA       TO WK-FRAC-HORA (WK-IX-FRAC-FIM).
010330     MOVE WK-DIAS-EVENTO TO WK-FRAC-DIAS (WK-IX-FRAC-FIM).
010340     MOVE WK-VL-ABSOLUTO TO WK-FRAC-VALOR (WK-IX-FRAC-FIM).
010350     ADD WK-VL-ABSOLUTO  TO WK-VL-SOMA-FRAC.
010360*
010370     IF WK-VL-SOMA-FRAC IS NOT GREATER THAN WK-VL-LIMITE
010380         GO TO 3500-VERIFICAR-FRACIONAMENTO-EXIT
010390     END-IF.
010400*
010410     SET WK-OC-FRACIONAMENTO TO TRUE.
010420     MOVE WK-FRAC-DATA (WK-IX-FRAC-INICIO) TO WK-OC-DATA-ORIGEM.
010430     MOVE WK-FRAC-HORA (WK-IX-FRAC-INICIO) TO WK-OC-HORA-ORIGEM.
010440     MOVE WK-FRAC-DATA (WK-IX-FRAC-INICIO) TO WK-OC-DATA-INICIO.
010450     MOVE SRT-DATA                         TO WK-OC-DATA-FIM.
010460     COMPUTE WK-OC-QT-MOVIMENTOS =
010470             WK-IX-FRAC-FIM - WK-IX-FRAC-INICIO + 1.
010480     MOVE WK-VL-SOMA-FRAC                  TO WK-OC-VL-TOTAL.
010490     MOVE ZERO                     TO WK-OC-DATA-ULT-ATIVIDADE.
010500     PERFORM 4000-REGISTRAR-OCORRENCIA
010510         THRU 4000-REGISTRAR-OCORRENCIA-EXIT.
010520*
010530     MOVE 1    TO WK-IX-FRAC-INICIO.
010540     MOVE ZERO TO WK-IX-FRAC-FIM.
010550     MOVE ZERO TO WK-VL-SOMA-FRAC.
010560*
010570 3500-VERIFICAR-FRACIONAMENTO-EXIT.
010580     EXIT.
010590*
010600 3550-DESCARTAR-ANTIGO.
010610*----------------------------------------------------------------
010620*    RETIRA DA JANELA O MOVIMENTO MAIS ANTIGO QUANDO ELE JA
010630*    ESTA A MAIS DO QUE O NUMERO DE DIAS DO MOVIMENTO CORRENTE.
010640*----------------------------------------------------------------
010650     IF WK-IX-FRAC-INICIO IS GREATER THAN WK-IX-FRAC-FIM
010660         SET WK-DESCARTE-CONCLUIDO TO TRUE
010670         GO TO 3550-DESCARTAR-ANTIGO-EXIT
010680     END-IF.
010690*
010700     COMPUTE WK-DIAS-DECORRIDOS =
010710             WK-DIAS-EVENTO - WK-FRAC-DIAS (WK-IX-FRAC-INICIO).
010720     IF WK-DIAS-DECORRIDOS IS LESS THAN WK-QT-DIAS-FRACIONAMENTO
010730         SET WK-DESCARTE-CONCLUIDO TO TRUE
010740         GO TO 3550-DESCARTAR-ANTIGO-EXIT
010750     END-IF.
010760*
010770     SUBTRACT WK-FRAC-VALOR (WK-IX-FRAC-INICIO)
010780         FROM WK-VL-SOMA-FRAC.
010790     ADD 1 TO WK-IX-FRAC-INICIO.
010800*
010810 3550-DESCARTAR-ANTIGO-EXIT.
010820     EXIT.
010830*
010840 3570-COMPACTAR-JANELA.
010850*----------------------------------------------------------------
010860*    TRAZ OS MOVIMENTOS DA JANELA PARA O INICIO DA TABELA,
010870*    LIBERANDO AS POSICOES JA DESCARTADAS.
010880*----------------------------------------------------------------
010890     MOVE ZERO TO WK-IX-FRAC-DESTINO.
010900     PERFORM 3575-MOVER-ENTRADA
010910         THRU 3575-MOVER-ENTRADA-EXIT
010920         VARYING WK-IX-FRAC FROM WK-IX-FRAC-INICIO BY 1
010930         UNTIL WK-IX-FRAC IS GREATER THAN WK-IX-FRAC-FIM.
010940*
010950     MOVE 1                  TO WK-IX-FRAC-INICIO.
010960     MOVE WK-IX-FRAC-DESTINO TO WK-IX-FRAC-FIM.
010970*
010980 3570-COMPACTAR-JANELA-EXIT.
010990     EXIT.
011000*
011010 3575-MOVER-ENTRADA.
011020*----------------------------------------------------------------
011030*    COPIA UMA POSICAO DA JANELA PARA A PROXIMA LIVRE.
011040*----------------------------------------------------------------
011050     ADD 1 TO WK-IX-FRAC-DESTINO.
011060     MOVE WK-FRAC-ENTRADA (WK-IX-FRAC)
011070         TO WK-FRAC-ENTRADA (WK-IX-FRAC-DESTINO).
011080*
011090 3575-MOVER-ENTRADA-EXIT.
011100     EXIT.
011110*
011120 3900-RECEBER-EVENTO.
011130*----------------------------------------------------------------
011140*    RECEBE O PROXIMO EVENTO JA ORDENADO DO SORT.
011150*----------------------------------------------------------------
011160     RETURN ARQUIVO-SORT
011170         AT END
011180             SET WK-FIM-ORDENADO TO TRUE
011190     END-RETURN.
011200*
011210 3900-RECEBER-EVENTO-EXIT.
011220     EXIT.
011230*
011240 4000-REGISTRAR-OCORRENCIA.
011250*----------------------------------------------------------------
011260*    COMUNICA A OCORRENCIA APURADA, A MENOS QUE O CONTROLE JA A
011270*    TENHA (OU, NO FRACIONAMENTO, TENHA UMA SERIE SOBREPOSTA DO
011280*    MESMO CLIENTE): REGISTRA NO CONTROLE, COMO PENDENTE, E SO
011290*    ENTAO IMPRIME E GRAVA NO ARQUIVO DE COMUNICACAO.  UMA
011300*    OCORRENCIA PENDENTE DE EXECUCAO ANTERIOR JA FOI
011310*    REAPRESENTADA NESTA (3050) E TAMBEM NAO E REPETIDA.
011320*----------------------------------------------------------------
011330     MOVE WK-CLIENTE-CORRENTE TO CFC-CLI-NUMERO.
011340     MOVE WK-OC-TIPO          TO CFC-TIPO-OCORRENCIA.
011350     MOVE WK-OC-DATA-ORIGEM   TO CFC-DATA-ORIGEM.
011360     MOVE WK-OC-HORA-ORIGEM   TO CFC-HORA-ORIGEM.
011370*
011380     READ CONTROLE-COAF
011390         INVALID KEY
011400             CONTINUE
011410     END-READ.
011420*
011430     IF WK-FS-COAFCTL-OK
011440         ADD 1 TO WK-QT-JA-COMUNICADAS
011450         GO TO 4000-REGISTRAR-OCORRENCIA-EXIT
011460     END-IF.
011470*
011480     IF NOT WK-FS-COAFCTL-NAO-ACHADO
011490         DISPLAY "ERRO AO LER O CONTROLE DE OCORRENCIAS - "
011500                 "FILE STATUS " WK-FS-COAFCTL " - CLIENTE "
011510                 WK-CLIENTE-CORRENTE " NAO COMUNICADO."
011520         MOVE 12 TO RETURN-CODE
011530         GO TO 4000-REGISTRAR-OCORRENCIA-EXIT
011540     END-IF.
011550*
011560     IF WK-OC-FRACIONAMENTO
011570         PERFORM 4100-VERIFICAR-SOBREPOSICAO
011580             THRU 4100-VERIFICAR-SOBREPOSICAO-EXIT
011590         IF WK-SERIE-SOBREPOSTA
011600             ADD 1 TO WK-QT-JA-COMUNICADAS
011610             GO TO 4000-REGISTRAR-OCORRENCIA-EXIT
011620         END-IF
011630     END-IF.
011640*
011650     PERFORM 4050-OBTER-NOME
011660         THRU 4050-OBTER-NOME-EXIT.
011670*
011680     MOVE SPACES                 TO CFC-REGISTRO.
011690     MOVE WK-CLIENTE-CORRENTE    TO CFC-CLI-NUMERO.
011700     MOVE WK-OC-TIPO             TO CFC-TIPO-OCORRENCIA.
011710     MOVE WK-OC-DATA-ORIGEM      TO CFC-DATA-ORIGEM.
011720     MOVE WK-OC-HORA-ORIGEM      TO CFC-HORA-ORIGEM.
011730     MOVE WK-OC-DATA-INICIO      TO CFC-DATA-INICIO.
011740     MOVE WK-OC-DATA-FIM         TO CFC-DATA-FIM.
011750     MOVE WK-OC-QT-MOVIMENTOS    TO CFC-QT-MOVIMENTOS.
011760     MOVE WK-OC-VL-TOTAL         TO CFC-VL-TOTAL.
011770     MOVE WK-DATA-HOJE           TO CFC-DATA-COMUNICACAO.
011780     MOVE WK-DATA-INICIO-PERIODO TO CFC-PERIODO-INICIO.
011790     MOVE WK-DATA-FIM-PERIODO    TO CFC-PERIODO-FIM.
011800     SET CFC-PENDENTE            TO TRUE.
011810     MOVE WK-OC-DATA-ULT-ATIVIDADE
011820                                 TO CFC-DATA-ULT-ATIVIDADE.
011830*
011840     WRITE CFC-REGISTRO
011850         INVALID KEY
011860             CONTINUE
011870     END-WRITE.
011880*
011890     IF NOT WK-FS-COAFCTL-OK
011900         DISPLAY "ERRO AO GRAVAR O CONTROLE DE OCORRENCIAS - "
011910                 "FILE STATUS " WK-FS-COAFCTL " - CLIENTE "
011920                 WK-CLIENTE-CORRENTE " NAO COMUNICADO."
011930         MOVE 12 TO RETURN-CODE
011940         GO TO 4000-REGISTRAR-OCORRENCIA-EXIT
011950     END-IF.
011960*
011970     PERFORM 4200-IMPRIMIR-OCORRENCIA
011980         THRU 4200-IMPRIMIR-OCORRENCIA-EXIT.
011990*
012000     PERFORM 4300-GRAVAR-OCORRENCIA-ARQ
012010         THRU 4300-GRAVAR-OCORRENCIA-ARQ-EXIT.
012020*
012030     PERFORM 4400-CONTAR-OCORRENCIA
012040         THRU 4400-CONTAR-OCORRENCIA-EXIT.
012050*
012060 4000-REGISTRAR-OCORRENCIA-EXIT.
012070     EXIT.
012080*
012090 4050-OBTER-NOME.
012100*----------------------------------------------------------------
012110*    OBTEM NO ARQUIVO MESTRE O NOME DO CLIENTE DA OCORRENCIA.
012120*----------------------------------------------------------------
012130     MOVE WK-CLIENTE-CORRENTE TO CLI-NUMERO.
012140     READ CLIENTES-MASTER
012150         INVALID KEY
012160             CONTINUE
012170     END-READ.
012180     IF WK-FS-CLIMSTR-OK
012190         MOVE CLI-NOME TO WK-NOME-CLIENTE
012200     ELSE
012210         MOVE "*** CLIENTE NAO CADASTRADO ***"
012220             TO WK-NOME-CLIENTE
012230     END-IF.
012240*
012250 4050-OBTER-NOME-EXIT.
012260     EXIT.
012270*
012280 4400-CONTAR-OCORRENCIA.
012290*----------------------------------------------------------------
012300*    SOMA A OCORRENCIA COMUNICADA NOS TOTAIS DO RELATORIO E DO
012310*    TRAILER.
012320*----------------------------------------------------------------
012330     ADD 1              TO WK-QT-COMUNICADAS.
012340     ADD WK-OC-VL-TOTAL TO WK-VL-COMUNICADO.
012350     EVALUATE TRUE
012360         WHEN WK-OC-VALOR-ELEVADO
012370             ADD 1              TO WK-QT-VALOR-ELEVADO
012380             ADD WK-OC-VL-TOTAL TO WK-VL-VALOR-ELEVADO
012390         WHEN WK-OC-FRACIONAMENTO
012400             ADD 1              TO WK-QT-FRACIONAMENTO
012410             ADD WK-OC-VL-TOTAL TO WK-VL-FRACIONAMENTO
012420         WHEN OTHER
012430             ADD 1              TO WK-QT-REATIVACAO
012440             ADD WK-OC-VL-TOTAL TO WK-VL-REATIVACAO-TOTAL
012450     END-EVALUATE.
012460*
012470 4400-CONTAR-OCORRENCIA-EXIT.
012480     EXIT.
012490*
012500 4100-VERIFICAR-SOBREPOSICAO.
012510*----------------------------------------------------------------
012520*    PERCORRE AS SERIES DE FRACIONAMENTO JA COMUNICADAS DO
012530*    CLIENTE E MARCA A SERIE APURADA COMO SOBREPOSTA QUANDO O
012540*    PERIODO DE ALGUMA DELAS CRUZA O DELA - UM PERIODO DE
012550*    ANALISE DESLOCADO VE A MESMA SERIE COMECANDO EM OUTRO
012560*    MOVIMENTO.
012570*----------------------------------------------------------------
012580     SET WK-SERIE-NOVA TO TRUE.
012590     MOVE "N" TO WK-SW-FIM-CONTROLE.
012600*
012610     MOVE WK-CLIENTE-CORRENTE TO CFC-CLI-NUMERO.
012620     MOVE "F"                 TO CFC-TIPO-OCORRENCIA.
012630     MOVE ZERO                TO CFC-DATA-ORIGEM.
012640     MOVE ZERO                TO CFC-HORA-ORIGEM.
012650*
012660     START CONTROLE-COAF
012670         KEY IS NOT LESS THAN CFC-CHAVE
012680         INVALID KEY
012690             GO TO 4100-VERIFICAR-SOBREPOSICAO-EXIT
012700     END-START.
012710*
012720     PERFORM 4110-LER-SERIE-COMUNICADA
012730         THRU 4110-LER-SERIE-COMUNICADA-EXIT
012740         UNTIL WK-FIM-CONTROLE
012750            OR WK-SERIE-SOBREPOSTA.
012760*
012770 4100-VERIFICAR-SOBREPOSICAO-EXIT.
012780     EXIT.
012790*
012800 4110-LER-SERIE-COMUNICADA.
012810*----------------------------------------------------------------
012820*    LE A PROXIMA OCORRENCIA DO CONTROLE; ACABAM AS SERIES DO
012830*    CLIENTE, ACABA A VARREDURA.
012840*----------------------------------------------------------------
012850     READ CONTROLE-COAF NEXT RECORD
012860         AT END
012870             SET WK-FIM-CONTROLE TO TRUE
012880             GO TO 4110-LER-SERIE-COMUNICADA-EXIT
012890     END-READ.
012900*
012910     IF NOT WK-FS-COAFCTL-OK
012920        OR CFC-CLI-NUMERO IS NOT EQUAL TO WK-CLIENTE-CORRENTE
012930        OR NOT CFC-OC-FRACIONAMENTO
012940         SET WK-FIM-CONTROLE TO TRUE
012950         GO TO 4110-LER-SERIE-COMUNICADA-EXIT
012960     END-IF.
012970*
012980     IF CFC-DATA-FIM IS NOT LESS THAN WK-OC-DATA-INICIO
012990        AND CFC-DATA-INICIO IS NOT GREATER THAN WK-OC-DATA-FIM
013000         SET WK-SERIE-SOBREPOSTA TO TRUE
013010     END-IF.
013020*
013030 4110-LER-SERIE-COMUNICADA-EXIT.
013040     EXIT.
013050*
013060 4200-IMPRIMIR-OCORRENCIA.
013070*----------------------------------------------------------------
013080*    IMPRIME A LINHA DA OCORRENCIA NO RELATORIO DE ANALISE.
013090*----------------------------------------------------------------
013100     MOVE WK-CLIENTE-CORRENTE    TO COADET-CLIENTE.
013110     MOVE WK-NOME-CLIENTE        TO COADET-NOME.
013120     EVALUATE TRUE
013130         WHEN WK-OC-VALOR-ELEVADO
013140             MOVE "VALOR ELEVADO"     TO COADET-OCORRENCIA
013150         WHEN WK-OC-FRACIONAMENTO
013160             MOVE "FRACIONAMENTO"     TO COADET-OCORRENCIA
013170         WHEN OTHER
013180             MOVE "REATIVACAO SUBITA" TO COADET-OCORRENCIA
013190     END-EVALUATE.
013200     MOVE WK-OC-DATA-INICIO      TO COADET-INICIO.
013210     MOVE WK-OC-DATA-FIM         TO COADET-FIM.
013220     MOVE WK-OC-QT-MOVIMENTOS    TO COADET-QTDE.
013230     MOVE WK-OC-VL-TOTAL         TO COADET-VALOR.
013240     IF WK-OC-REATIVACAO
013250         MOVE WK-OC-DATA-ULT-ATIVIDADE TO COADET-ULT-ATIVIDADE
013260     ELSE
013270         MOVE SPACES                   TO COADET-ULT-ATIVIDADE
013280     END-IF.
013290     WRITE REL-LINHA FROM WK-DETALHE.
013300*
013310 4200-IMPRIMIR-OCORRENCIA-EXIT.
013320     EXIT.
013330*
013340 4300-GRAVAR-OCORRENCIA-ARQ.
013350*----------------------------------------------------------------
013360*    GRAVA O REGISTRO DA OCORRENCIA NO ARQUIVO DE COMUNICACAO.
013370*----------------------------------------------------------------
013380     MOVE SPACES                   TO CFA-REGISTRO.
013390     SET CFA-REG-OCORRENCIA        TO TRUE.
013400     MOVE WK-CLIENTE-CORRENTE      TO CFA-OC-CLI-NUMERO.
013410     MOVE WK-NOME-CLIENTE          TO CFA-OC-NOME.
013420     MOVE WK-OC-TIPO               TO CFA-OC-TIPO.
013430     MOVE WK-OC-DATA-INICIO        TO CFA-OC-DATA-INICIO.
013440     MOVE WK-OC-DATA-FIM           TO CFA-OC-DATA-FIM.
013450     MOVE WK-OC-QT-MOVIMENTOS      TO CFA-OC-QT-MOVIMENTOS.
013460     MOVE WK-OC-VL-TOTAL           TO CFA-OC-VL-TOTAL.
013470     MOVE WK-OC-DATA-ULT-ATIVIDADE TO CFA-OC-DATA-ULT-ATIVIDADE.
013480     WRITE CFA-REGISTRO.
013490*
013500     IF NOT WK-FS-COAFARQ = "00"
013510         DISPLAY "ERRO AO GRAVAR O ARQUIVO DE COMUNICACAO - "
013520                 "FILE STATUS " WK-FS-COAFARQ
013530         MOVE 12 TO RETURN-CODE
013540     END-IF.
013550*
013560 4300-GRAVAR-OCORRENCIA-ARQ-EXIT.
013570     EXIT.
013580*
013590 8000-FINALIZAR.
013600*----------------------------------------------------------------
013610*    IMPRIME OS TOTAIS, GRAVA O TRAILER DO ARQUIVO DE
013620*    COMUNICACAO (QUANTIDADES POR TIPO, TOTAL E SOMA DOS
013630*    VALORES), FECHA OS ARQUIVOS E EMITE O RESUMO.  SO COM O
013640*    ARQUIVO DE COMUNICACAO GRAVADO E FECHADO SEM ERRO, E SEM
013650*    ERRO NA ANALISE, AS OCORRENCIAS PENDENTES SAO CONFIRMADAS
013660*    NO CONTROLE; DO CONTRARIO FICAM PENDENTES PARA A PROXIMA
013670*    EXECUCAO.
013680*----------------------------------------------------------------
013690     IF NOT WK-ANALISE-LIBERADA
013700         GO TO 8000-FINALIZAR-EXIT
013710     END-IF.
013720*
013730     IF WK-QT-COMUNICADAS IS EQUAL TO ZERO
013740         WRITE REL-LINHA FROM WK-LINHA-NENHUMA
013750     END-IF.
013760     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
013770*
013780     MOVE "MOVIMENTOS ANALISADOS........:" TO TOTQTD-ROTULO.
013790     MOVE WK-QT-MOVIMENTOS-ANALISADOS TO TOTQTD-QUANTIDADE.
013800     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
013810*
013820     MOVE "OCORRENCIAS DE VALOR ELEVADO.:" TO TOTVAL-ROTULO.
013830     MOVE WK-QT-VALOR-ELEVADO    TO TOTVAL-QUANTIDADE.
013840     MOVE WK-VL-VALOR-ELEVADO    TO TOTVAL-VALOR.
013850     WRITE REL-LINHA FROM WK-TOTAL-VALOR.
013860*
013870     MOVE "SERIES DE FRACIONAMENTO......:" TO TOTVAL-ROTULO.
013880     MOVE WK-QT-FRACIONAMENTO    TO TOTVAL-QUANTIDADE.
013890     MOVE WK-VL-FRACIONAMENTO    TO TOTVAL-VALOR.
013900     WRITE REL-LINHA FROM WK-TOTAL-VALOR.
013910*
013920     MOVE "REATIVACOES SUBITAS..........:" TO TOTVAL-ROTULO.
013930     MOVE WK-QT-REATIVACAO       TO TOTVAL-QUANTIDADE.
013940     MOVE WK-VL-REATIVACAO-TOTAL TO TOTVAL-VALOR.
013950     WRITE REL-LINHA FROM WK-TOTAL-VALOR.
013960*
013970     MOVE "TOTAL COMUNICADO.............:" TO TOTVAL-ROTULO.
013980     MOVE WK-QT-COMUNICADAS      TO TOTVAL-QUANTIDADE.
013990     MOVE WK-VL-COMUNICADO       TO TOTVAL-VALOR.
014000     WRITE REL-LINHA FROM WK-TOTAL-VALOR.
014010*
014020     MOVE "JA COMUNICADAS, NAO REPETIDAS:" TO TOTQTD-ROTULO.
014030     MOVE WK-QT-JA-COMUNICADAS   TO TOTQTD-QUANTIDADE.
014040     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
014050*
014060     MOVE "PENDENTES REAPRESENTADAS.....:" TO TOTQTD-ROTULO.
014070     MOVE WK-QT-REAPRESENTADAS   TO TOTQTD-QUANTIDADE.
014080     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
014090*
014100     MOVE SPACES                 TO CFA-REGISTRO.
014110     SET CFA-REG-TRAILER         TO TRUE.
014120     MOVE WK-QT-VALOR-ELEVADO    TO CFA-TRL-QT-VALOR-ELEVADO.
014130     MOVE WK-QT-FRACIONAMENTO    TO CFA-TRL-QT-FRACIONAMENTO.
014140     MOVE WK-QT-REATIVACAO       TO CFA-TRL-QT-REATIVACAO.
014150     MOVE WK-QT-COMUNICADAS      TO CFA-TRL-QT-OCORRENCIAS.
014160     MOVE WK-VL-COMUNICADO       TO CFA-TRL-VL-TOTAL.
014170     WRITE CFA-REGISTRO.
014180     IF NOT WK-FS-COAFARQ = "00"
014190         DISPLAY "ERRO AO GRAVAR O TRAILER DO ARQUIVO DE "
014200                 "COMUNICACAO - FILE STATUS " WK-FS-COAFARQ
014210         MOVE 12 TO RETURN-CODE
014220     END-IF.
014230*
014240     CLOSE ARQUIVO-COMUNICACAO.
014250     IF NOT WK-FS-COAFARQ = "00"
014260         DISPLAY "ERRO AO FECHAR O ARQUIVO DE COMUNICACAO - "
014270                 "FILE STATUS " WK-FS-COAFARQ
014280         MOVE 12 TO RETURN-CODE
014290     END-IF.
014300*
014310     IF RETURN-CODE IS LESS THAN 12
014320         PERFORM 8100-CONFIRMAR-OCORRENCIAS
014330             THRU 8100-CONFIRMAR-OCORRENCIAS-EXIT
014340     ELSE
014350         DISPLAY "ARQUIVO DE COMUNICACAO NAO DEVE SER ENVIADO - "
014360                 "AS OCORRENCIAS DESTA EXECUCAO FICAM PENDENTES "
014370                 "E SERAO REAPRESENTADAS NA PROXIMA."
014380     END-IF.
014390*
014400     CLOSE HISTORICO-AUDITORIA.
014410     CLOSE ARQUIVO-AUDITORIA.
014420     CLOSE CONTROLE-COAF.
014430     CLOSE CLIENTES-MASTER.
014440     CLOSE RELATORIO.
014450*
014460     DISPLAY "EVENTOS SELECIONADOS...: "
014470             WK-QT-EVENTOS-SELECIONADOS.
014480     DISPLAY "MOVIMENTOS ANALISADOS..: "
014490             WK-QT-MOVIMENTOS-ANALISADOS.
014500     DISPLAY "OCORRENCIAS COMUNICADAS: " WK-QT-COMUNICADAS.
014510     DISPLAY "JA COMUNICADAS.........: " WK-QT-JA-COMUNICADAS.
014520     DISPLAY "PENDENTES REAPRESENTADAS: " WK-QT-REAPRESENTADAS.
014530     DISPLAY "CONFIRMADAS NO CONTROLE: " WK-QT-CONFIRMADAS.
014532     DISPLAY "SITUACAO INVALIDA......: " WK-QT-SITUACAO-INVALIDA.
014540*
014550*    JANELA DE FRACIONAMENTO QUE TRANSBORDOU PODE TER DEIXADO
014560*    DE SOMAR MOVIMENTOS ANTIGOS: AVISA COM RETURN-CODE 8.
014570     IF WK-QT-FRAC-DESCARTADOS IS GREATER THAN ZERO
014571        AND RETURN-CODE IS EQUAL TO ZERO
014572         MOVE 8 TO RETURN-CODE
014573     END-IF.
014574*
014575*    OCORRENCIA COM SITUACAO INVALIDA NO CONTROLE: AVISA COM
014576*    RETURN-CODE 8 PARA QUE O REGISTRO SEJA VERIFICADO.
014577     IF WK-QT-SITUACAO-INVALIDA IS GREATER THAN ZERO
014580        AND RETURN-CODE IS EQUAL TO ZERO
014590         MOVE 8 TO RETURN-CODE
014600     END-IF.
014610*
014620 8000-FINALIZAR-EXIT.
014630     EXIT.
014640*
014650 8100-CONFIRMAR-OCORRENCIAS.
014660*----------------------------------------------------------------
014670*    CONFIRMA NO CONTROLE TODAS AS OCORRENCIAS PENDENTES - AS
014680*    DESTA EXECUCAO E AS REAPRESENTADAS, TODAS JA NO ARQUIVO DE
014690*    COMUNICACAO FECHADO.  ERRO AQUI DEVOLVE RETURN-CODE 12: AS
014700*    QUE FICAREM PENDENTES SERAO REAPRESENTADAS NA PROXIMA
014710*    EXECUCAO, E O COMPLIANCE DEVE DESCARTA-LAS SE ESTE ARQUIVO
014720*    FOR ENVIADO.
014730*----------------------------------------------------------------
014740     MOVE "N"        TO WK-SW-FIM-PENDENTES.
014750     MOVE LOW-VALUES TO CFC-CHAVE.
014760*
014770     START CONTROLE-COAF
014780         KEY IS NOT LESS THAN CFC-CHAVE
014790         INVALID KEY
014800             SET WK-FIM-PENDENTES TO TRUE
014810     END-START.
014820*
014830     PERFORM 8110-CONFIRMAR-PENDENTE
014840         THRU 8110-CONFIRMAR-PENDENTE-EXIT
014850         UNTIL WK-FIM-PENDENTES.
014860*
014870 8100-CONFIRMAR-OCORRENCIAS-EXIT.
014880     EXIT.
014890*
014900 8110-CONFIRMAR-PENDENTE.
014910*----------------------------------------------------------------
014912*    LE A PROXIMA OCORRENCIA DO CONTROLE E, SE NAO CONFIRMADA
014914*    (PENDENTE, OU COM SITUACAO INVALIDA E JA REAPRESENTADA NESTA
014916*    EXECUCAO), A REGRAVA CONFIRMADA.
014940*----------------------------------------------------------------
014950     READ CONTROLE-COAF NEXT RECORD
014960         AT END
014970             SET WK-FIM-PENDENTES TO TRUE
014980             GO TO 8110-CONFIRMAR-PENDENTE-EXIT
014990     END-READ.
015000*
015010     IF NOT WK-FS-COAFCTL-OK
015020         DISPLAY "ERRO AO LER O CONTROLE DE OCORRENCIAS NA "
015030                 "CONFIRMACAO - FILE STATUS " WK-FS-COAFCTL
015040         MOVE 12 TO RETURN-CODE
015050         SET WK-FIM-PENDENTES TO TRUE
015060         GO TO 8110-CONFIRMAR-PENDENTE-EXIT
015070     END-IF.
015080*
015090     IF CFC-CONFIRMADA
015100         GO TO 8110-CONFIRMAR-PENDENTE-EXIT
015110     END-IF.
015120*
015130     SET CFC-CONFIRMADA TO TRUE.
015140     REWRITE CFC-REGISTRO
015150         INVALID KEY
015160             CONTINUE
015170     END-REWRITE.
015180*
015190     IF WK-FS-COAFCTL-OK
015200         ADD 1 TO WK-QT-CONFIRMADAS
015210     ELSE
015220         DISPLAY "ERRO AO CONFIRMAR A OCORRENCIA DO CLIENTE "
015230                 CFC-CLI-NUMERO " - FILE STATUS " WK-FS-COAFCTL
015240         MOVE 12 TO RETURN-CODE
015250         SET WK-FIM-PENDENTES TO TRUE
015260     END-IF.
015270*
015280 8110-CONFIRMAR-PENDENTE-EXIT.
015290     EXIT.
015300*
015310 8900-CONCLUIR-DIA.
015320*----------------------------------------------------------------
015330*    CARIMBA O PASSO COAF COMO CONCLUIDO NO CONTROLE DO DIA.
015340*----------------------------------------------------------------
015350     SET CTD-FN-CONCLUIR TO TRUE.
015360     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
015370     IF CTD-BLOQUEADO
015380         DISPLAY "AVISO: FALHA AO CONCLUIR O PASSO NO "
015390                 "CONTROLE DO DIA: " CTD-MOTIVO-BLOQUEIO
015400     END-IF.
015410*
015420 8900-CONCLUIR-DIA-EXIT.
015430     EXIT.
015440*
015450 9999-FIM.
015460     STOP RUN.
