000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     INFORME-RENDIMENTOS.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    INFORME ANUAL DE RENDIMENTOS: PARA CADA CLIENTE DO ARQUIVO
000100*    MESTRE (CLIMSTR), INCLUSIVE AS CONTAS ENCERRADAS, APURA NO
000110*    ANO-BASE INFORMADO NO SYSIN (AAAA):
000120*      - O RENDIMENTO LIQUIDO: A REMUNERACAO CREDITADA NO ANO
000130*        (EVENTOS REMUNER DO HISTORICO DE AUDITORIA, AUDHIST)
000140*        MENOS OS ESTORNOS DESSA REMUNERACAO, QUALQUER QUE SEJA
000150*        A DATA DO ESTORNO;
000160*      - O SALDO EM 31/12 DO ANO-BASE E DO ANO ANTERIOR, PELO
000170*        ULTIMO FECHAMENTO DIARIO ATE A DATA NO HISTORICO DE
000180*        SALDOS (SLDHIST, SDHREC.CPY).  QUANDO NAO HA FECHAMENTO
000190*        NO ANO DA DATA, OU HA EVENTO DE SALDO NO HISTORICO DE
000198*        AUDITORIA DO MESMO DIA OU POSTERIOR AO ULTIMO FECHAMENTO
000206*        (A CAPITALIZACAO E A COBRANCA DE TARIFAS RODAM DEPOIS DO
000214*        FECHAMENTO DA NOITE, COM EVENTOS DATADOS DO MESMO DIA),
000222*        VALE O SALDO RESULTANTE DO ULTIMO EVENTO ATE A DATA -
000230*        MARCADO NO INFORME.
000240*    CLIENTE SEM RENDIMENTO E COM OS DOIS SALDOS ZERADOS NAO
000250*    RECEBE INFORME.
000260*
000270*    SAIDAS: OS INFORMES IMPRESSOS (RELINF), UM BLOCO POR
000280*    CLIENTE COM O NOME DO MESTRE, E O ARQUIVO DE LAYOUT FIXO
000290*    PARA A RECEITA FEDERAL (INFARQ, INFREC.CPY) COM HEADER E
000300*    TRAILER DE CONTROLE.  NO FIM DO RELATORIO SAI O TOTAL DE
000310*    CONTROLE DA REMUNERACAO DO ANO NA MESMA BASE DA INTERFACE
000320*    CONTABIL (EVENTOS REMUNER E ESTORNOS DE REMUNERACAO PELA
000330*    DATA DO EVENTO, CONTA DE DESPESA DE REMUNERACAO NO RAZAO
000340*    GERAL), CONCILIADO COM O TOTAL DOS INFORMES ITEM A ITEM:
000350*    ESTORNOS NO ANO DE REMUNERACAO DE ANOS ANTERIORES, ESTORNOS
000360*    POSTERIORES A 31/12 DE REMUNERACAO DO ANO E EVENTOS DE
000370*    CLIENTES AUSENTES DO MESTRE.  O MESTRE E O HISTORICO SAO
000380*    LIDOS EM PARALELO, OS DOIS NA ORDEM DO NUMERO DO CLIENTE.
000390*
000400*    O ANO-BASE TEM DE ESTAR INTEIRO NO HISTORICO: O PASSO
000410*    CONFERE NO CONTROLE DO DIA (DIACTL) QUE NAO HA
000420*    ARQUIVAMENTO (ARQAUD) EM ANDAMENTO E QUE O ARQUIVAMENTO DA
000430*    ULTIMA NOITE PROCESSADA DO ANO-BASE (OU DE UMA NOITE
000440*    POSTERIOR) ESTA CONCLUIDO.  SEM ESSES CARIMBOS, NADA E
000450*    EMITIDO.
000460*----------------------------------------------------------------
000470*    HISTORICO DE ALTERACOES
000480*----------------------------------------------------------------
000490*    2026-10-15  EQC  VERSAO ORIGINAL.
000492*    2026-10-15  EQC  EVENTO DE SALDO DO MESMO DIA DO ULTIMO
000494*                     FECHAMENTO PREVALECE SOBRE ELE.
000500*----------------------------------------------------------------
000510*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.    IBM-370.
000550 OBJECT-COMPUTER.    IBM-370.
000560*
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS CLI-NUMERO
000630         FILE STATUS IS WK-FS-CLIMSTR.
000640*
000650     SELECT HISTORICO-AUDITORIA ASSIGN TO "AUDHIST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS HIS-CHAVE
000690         FILE STATUS IS WK-FS-AUDHIST.
000700*
000710     SELECT SALDOS-DIARIOS ASSIGN TO "SLDHIST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS SDH-CHAVE
000750         FILE STATUS IS WK-FS-SLDHIST.
000760*
000770     SELECT CONTROLE-DO-DIA ASSIGN TO "DIACTL"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS CTD-CHAVE
000810         FILE STATUS IS WK-FS-DIACTL.
000820*
000830     SELECT RELATORIO ASSIGN TO "RELINF"
000840         ORGANIZATION IS SEQUENTIAL
000850         ACCESS MODE IS SEQUENTIAL
000860         FILE STATUS IS WK-FS-RELINF.
000870*
000880     SELECT ARQUIVO-INFORMES ASSIGN TO "INFARQ"
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS WK-FS-INFARQ.
000920*
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  CLIENTES-MASTER
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CLIREC.
000980*
000990 FD  HISTORICO-AUDITORIA
001000     LABEL RECORDS ARE STANDARD.
001010     COPY HISREC.
001020*
001030 FD  SALDOS-DIARIOS
001040     LABEL RECORDS ARE STANDARD.
001050     COPY SDHREC.
001060*
001070 FD  CONTROLE-DO-DIA
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CTDREC.
001100*
001110 FD  RELATORIO
001120     LABEL RECORDS ARE STANDARD.
001130 01  REL-LINHA                   PIC X(132).
001140*
001150 FD  ARQUIVO-INFORMES
001160     LABEL RECORDS ARE STANDARD.
001170     COPY INFREC.
001180*
001190 WORKING-STORAGE SECTION.
001200*
001210 77  WK-FS-CLIMSTR               PIC X(02) VALUE "00".
001220     88  WK-FS-CLIMSTR-OK                    VALUE "00".
001230 77  WK-FS-AUDHIST               PIC X(02) VALUE "00".
001240     88  WK-FS-AUDHIST-OK                    VALUE "00".
001250 77  WK-FS-SLDHIST               PIC X(02) VALUE "00".
001260     88  WK-FS-SLDHIST-OK                    VALUE "00".
001270 77  WK-FS-DIACTL                PIC X(02) VALUE "00".
001280     88  WK-FS-DIACTL-OK                     VALUE "00".
001290 77  WK-FS-RELINF                PIC X(02) VALUE "00".
001300 77  WK-FS-INFARQ                PIC X(02) VALUE "00".
001310*
001320 77  WK-SW-INFORME               PIC X(01) VALUE "N".
001330     88  WK-INFORME-LIBERADO                 VALUE "S".
001340     88  WK-INFORME-RECUSADO                 VALUE "N".
001350*
001360 77  WK-SW-FIM-CLIENTES          PIC X(01) VALUE "N".
001370     88  WK-FIM-CLIENTES                     VALUE "S".
001380*
001390 77  WK-SW-FIM-HISTORICO         PIC X(01) VALUE "N".
001400     88  WK-FIM-HISTORICO                    VALUE "S".
001410*
001420 77  WK-SW-SLDHIST-ABERTO        PIC X(01) VALUE "N".
001430     88  WK-SLDHIST-ABERTO                   VALUE "S".
001440*
001450 77  WK-SW-FIM-FECHAMENTOS       PIC X(01) VALUE "N".
001460     88  WK-FIM-FECHAMENTOS                  VALUE "S".
001470*
001480 77  WK-SW-FIM-CONTROLE          PIC X(01) VALUE "N".
001490     88  WK-FIM-CONTROLE                     VALUE "S".
001500*
001510*    ANO-BASE DO SYSIN (COLUNAS 1-4).
001520 01  WK-PARM-SYSIN.
001530     05  WK-ANO-BASE             PIC 9(04).
001540     05  FILLER                  PIC X(76).
001550*
001560 01  WK-DATA-HOJE.
001570     05  WK-ANO-HOJE             PIC 9(04).
001580     05  FILLER                  PIC 9(04).
001590*
001600 77  WK-ANO-ANTERIOR             PIC 9(04) VALUE ZERO.
001610 77  WK-DATA-INICIO-ANO-BASE     PIC 9(08) VALUE ZERO.
001620 77  WK-DATA-FIM-ANO-BASE        PIC 9(08) VALUE ZERO.
001630 77  WK-DATA-INICIO-ANO-ANTERIOR PIC 9(08) VALUE ZERO.
001640 77  WK-DATA-FIM-ANO-ANTERIOR    PIC 9(08) VALUE ZERO.
001650*
001660*    CARIMBOS DO CONTROLE DO DIA: ULTIMA NOITE PROCESSADA DO
001670*    ANO-BASE E MAIOR DATA DE ARQUIVAMENTO CONCLUIDO.
001680 77  WK-DATA-ULT-NOITE-ANO       PIC 9(08) VALUE ZERO.
001690 77  WK-DATA-ULT-ARQUIVAMENTO    PIC 9(08) VALUE ZERO.
001700*
001710*    SITUACAO DO CLIENTE CORRENTE.
001720 77  WK-CLIENTE-CORRENTE         PIC 9(09) VALUE ZERO.
001730 77  WK-VL-REMUNER-CLIENTE       PIC S9(11)V99 COMP-3 VALUE ZERO.
001740 77  WK-VL-ESTORNO-CLIENTE       PIC S9(11)V99 COMP-3 VALUE ZERO.
001750 77  WK-VL-RENDIMENTO            PIC S9(11)V99 COMP-3 VALUE ZERO.
001760*
001770*    SALDO NO FIM DE CADA ANO: ULTIMO FECHAMENTO (SLDHIST) E
001780*    ULTIMO EVENTO DE SALDO (AUDHIST) ATE 31/12, COM AS DATAS.
001790 77  WK-SDH-DATA-ANTERIOR        PIC 9(08) VALUE ZERO.
001800 77  WK-SDH-SALDO-ANTERIOR       PIC S9(09)V99 COMP-3 VALUE ZERO.
001810 77  WK-SDH-DATA-BASE            PIC 9(08) VALUE ZERO.
001820 77  WK-SDH-SALDO-BASE           PIC S9(09)V99 COMP-3 VALUE ZERO.
001830 77  WK-EVT-DATA-ANTERIOR        PIC 9(08) VALUE ZERO.
001840 77  WK-EVT-SALDO-ANTERIOR       PIC S9(09)V99 COMP-3 VALUE ZERO.
001850 77  WK-EVT-DATA-BASE            PIC 9(08) VALUE ZERO.
001860 77  WK-EVT-SALDO-BASE           PIC S9(09)V99 COMP-3 VALUE ZERO.
001870 77  WK-SALDO-ANO-ANTERIOR       PIC S9(09)V99 COMP-3 VALUE ZERO.
001880 77  WK-SALDO-ANO-BASE           PIC S9(09)V99 COMP-3 VALUE ZERO.
001890 77  WK-SW-ORIGEM-ANTERIOR       PIC X(01) VALUE "F".
001900     88  WK-ANTERIOR-POR-FECHAMENTO          VALUE "F".
001910     88  WK-ANTERIOR-POR-EVENTO              VALUE "E".
001920 77  WK-SW-ORIGEM-BASE           PIC X(01) VALUE "F".
001930     88  WK-BASE-POR-FECHAMENTO              VALUE "F".
001940     88  WK-BASE-POR-EVENTO                  VALUE "E".
001950*
001960*    TOTAIS DOS INFORMES EMITIDOS.
001970 77  WK-QT-CLIENTES-LIDOS        PIC 9(07) COMP VALUE ZERO.
001980 77  WK-QT-INFORMES              PIC 9(07) COMP VALUE ZERO.
001990 77  WK-QT-ENCERRADAS            PIC 9(07) COMP VALUE ZERO.
002000 77  WK-QT-SEM-INFORME           PIC 9(07) COMP VALUE ZERO.
002010 77  WK-QT-SALDOS-POR-EVENTO     PIC 9(07) COMP VALUE ZERO.
002020 77  WK-VL-TOT-RENDIMENTOS       PIC S9(13)V99 COMP-3 VALUE ZERO.
002030 77  WK-VL-TOT-SALDO-ANTERIOR
002040                            PIC S9(13)V99 COMP-3 VALUE ZERO.
002050 77  WK-VL-TOT-SALDO-BASE        PIC S9(13)V99 COMP-3 VALUE ZERO.
002060*
002070*    TOTAL DE CONTROLE NA BASE DA INTERFACE CONTABIL (DATA DO
002080*    EVENTO) E OS ITENS DE CONCILIACAO COM OS INFORMES.  OS
002090*    ESTORNOS TEM O SINAL DO EFEITO NO SALDO (NEGATIVO).
002100 77  WK-VL-CTL-REMUNER           PIC S9(13)V99 COMP-3 VALUE ZERO.
002110 77  WK-VL-CTL-ESTORNOS          PIC S9(13)V99 COMP-3 VALUE ZERO.
002120 77  WK-VL-CTL-LIQUIDO           PIC S9(13)V99 COMP-3 VALUE ZERO.
002130 77  WK-VL-CTL-EST-ANTERIORES
002140                            PIC S9(13)V99 COMP-3 VALUE ZERO.
002150 77  WK-VL-CTL-EST-POSTERIORES
002160                            PIC S9(13)V99 COMP-3 VALUE ZERO.
002170 77  WK-VL-CTL-FORA-CADASTRO
002180                            PIC S9(13)V99 COMP-3 VALUE ZERO.
002190 77  WK-VL-CTL-CONCILIADO        PIC S9(13)V99 COMP-3 VALUE ZERO.
002200 77  WK-QT-EVENTOS-FORA-CADASTRO PIC 9(07) COMP VALUE ZERO.
002210*
002220     COPY CTDPARM.
002230*
002240 01  WK-CABECALHO-INFORME.
002250     05  FILLER                  PIC X(35)
002260         VALUE "INFORME DE RENDIMENTOS FINANCEIROS ".
002270     05  FILLER                  PIC X(13)
002280         VALUE "- ANO-BASE   ".
002290     05  INFCAB-ANO-BASE         PIC 9(04).
002300     05  FILLER                  PIC X(80) VALUE SPACES.
002310*
002320 01  WK-LINHA-BRANCO             PIC X(132) VALUE SPACES.
002330*
002340 01  WK-LINHA-CLIENTE.
002350     05  FILLER                  PIC X(09) VALUE "CLIENTE  ".
002360     05  INFCLI-NUMERO           PIC ZZZZZZZZ9.
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  INFCLI-NOME             PIC X(30).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  INFCLI-SITUACAO         PIC X(16).
002410     05  FILLER                  PIC X(64) VALUE SPACES.
002420*
002430 01  WK-LINHA-VALOR.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  INFVAL-ROTULO           PIC X(30).
002460     05  INFVAL-VALOR            PIC -ZZZZZZZZZZ9.99.
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  INFVAL-MARCA            PIC X(01).
002490     05  FILLER                  PIC X(83) VALUE SPACES.
002500*
002510 01  WK-LINHA-LEGENDA.
002520     05  FILLER                  PIC X(41)
002530         VALUE "(*) SALDO DO ULTIMO EVENTO DO HISTORICO (".
002540     05  FILLER                  PIC X(39)
002550         VALUE "SEM FECHAMENTO DIARIO POSTERIOR A ELE).".
002560     05  FILLER                  PIC X(52) VALUE SPACES.
002570*
002580 01  WK-CABECALHO-CONTROLE.
002590     05  FILLER                  PIC X(34)
002600         VALUE "TOTAL DE CONTROLE DA REMUNERACAO -".
002610     05  FILLER                  PIC X(11)
002620         VALUE " ANO-BASE  ".
002630     05  CTLCAB-ANO-BASE         PIC 9(04).
002640     05  FILLER                  PIC X(83) VALUE SPACES.
002650*
002660 01  WK-LINHA-CONTA-RAZAO.
002670     05  FILLER                  PIC X(45)
002680         VALUE "CONFERIR COM A CONTA 51010001 DO RAZAO GERAL,".
002690     05  FILLER                  PIC X(47)
002700         VALUE " HISTORICOS REMUNERACAO PAGA NO MES E ESTORNOS ".
002710     05  FILLER                  PIC X(40)
002720         VALUE "DE REMUNERACAO, LANCAMENTOS DO ANO-BASE.".
002730*
002740 01  WK-LINHA-CONTROLE.
002750     05  CTLLIN-ROTULO           PIC X(50).
002760     05  CTLLIN-VALOR            PIC -ZZZZZZZZZZZZ9.99.
002770     05  FILLER                  PIC X(65) VALUE SPACES.
002780*
002790 01  WK-TOTAL-QUANTIDADE.
002800     05  TOTQTD-ROTULO           PIC X(30).
002810     05  TOTQTD-QUANTIDADE       PIC Z,ZZZ,ZZ9.
002820     05  FILLER                  PIC X(93) VALUE SPACES.
002830*
002840 PROCEDURE DIVISION.
002850*
002860 0000-MAINLINE.
002870     PERFORM 0500-VERIFICAR-DIA
002880         THRU 0500-VERIFICAR-DIA-EXIT.
002890*
002900     IF CTD-BLOQUEADO
002910         GO TO 9999-FIM
002920     END-IF.
002930*
002940     PERFORM 1000-INICIALIZAR
002950         THRU 1000-INICIALIZAR-EXIT.
002960*
002970     IF WK-INFORME-LIBERADO
002980         PERFORM 2000-PROCESSAR-CLIENTE
002990             THRU 2000-PROCESSAR-CLIENTE-EXIT
003000             UNTIL WK-FIM-CLIENTES
003010         PERFORM 2100-CLASSIFICAR-EVENTO
003020             THRU 2100-CLASSIFICAR-EVENTO-EXIT
003030             UNTIL WK-FIM-HISTORICO
003040     END-IF.
003050*
003060     PERFORM 8000-FINALIZAR
003070         THRU 8000-FINALIZAR-EXIT.
003080*
003090     IF WK-INFORME-LIBERADO
003100        AND RETURN-CODE IS LESS THAN 12
003110         PERFORM 8900-CONCLUIR-DIA
003120             THRU 8900-CONCLUIR-DIA-EXIT
003130     END-IF.
003140*
003150     GO TO 9999-FIM.
003160*
003170 0500-VERIFICAR-DIA.
003180*----------------------------------------------------------------
003190*    CONFERE NO CONTROLE DO DIA (DIACTL, SUBPROGRAMA
003200*    CONTROLE-DIA) QUE NAO EXISTE NENHUM ARQUIVAMENTO
003210*    (ARQAUD) EM ANDAMENTO: NESSA JANELA O HISTORICO PODE
003220*    ESTAR SEM PARTE DOS EVENTOS.  CARIMBA O PROPRIO INICIO;
003230*    BLOQUEADO, ENCERRA COM RETURN-CODE 12 SEM EMITIR NADA.
003240*----------------------------------------------------------------
003250     SET CTD-FN-INICIAR TO TRUE.
003260     MOVE "INFREND "            TO CTD-PASSO-CHAMADOR.
003270     MOVE ZERO                  TO CTD-DATA-PROCESSO.
003280     MOVE SPACES                TO CTD-PASSO-EXIGIDO (1).
003290     MOVE SPACES                TO CTD-PASSO-EXIGIDO (2).
003300     MOVE SPACES                TO CTD-PASSO-EXIGIDO (3).
003310     MOVE "S"                   TO CTD-VERIFICA-ARQUIVAMENTO.
003320*
003330     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
003340*
003350     IF CTD-BLOQUEADO
003360         DISPLAY "PASSO INFREND BLOQUEADO PELO CONTROLE DO "
003370                 "DIA: " CTD-MOTIVO-BLOQUEIO
003380         MOVE 12 TO RETURN-CODE
003390     END-IF.
003400*
003410 0500-VERIFICAR-DIA-EXIT.
003420     EXIT.
003430*
003440 1000-INICIALIZAR.
003450*----------------------------------------------------------------
003460*    LE O ANO-BASE DO SYSIN, CONFERE O ARQUIVAMENTO DO FIM DO
003470*    ANO, ABRE OS ARQUIVOS, EMITE O HEADER DO ARQUIVO DE
003480*    INFORMES E LE O PRIMEIRO CLIENTE E O PRIMEIRO EVENTO.
003490*    ANO INVALIDO OU NAO ENCERRADO, ARQUIVAMENTO INCOMPLETO OU
003500*    ARQUIVO MESTRE OU HISTORICO INACESSIVEL ENCERRAM COM
003510*    RETURN-CODE 12 SEM EMITIR NADA.  SEM O HISTORICO DE SALDOS
003520*    OS SALDOS SAEM PELOS EVENTOS DO HISTORICO, COM AVISO.
003530*----------------------------------------------------------------
003540     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
003550*
003560     ACCEPT WK-PARM-SYSIN.
003570     IF WK-ANO-BASE IS NOT NUMERIC
003580        OR WK-ANO-BASE IS EQUAL TO ZERO
003590        OR WK-ANO-BASE IS NOT LESS THAN WK-ANO-HOJE
003600         DISPLAY "ANO-BASE INVALIDO NO SYSIN - INFORME AAAA DE "
003610                 "UM ANO JA ENCERRADO."
003620         MOVE 12 TO RETURN-CODE
003630         GO TO 1000-INICIALIZAR-EXIT
003640     END-IF.
003650*
003660     COMPUTE WK-ANO-ANTERIOR = WK-ANO-BASE - 1.
003670     COMPUTE WK-DATA-INICIO-ANO-BASE = WK-ANO-BASE * 10000 + 101.
003680     COMPUTE WK-DATA-FIM-ANO-BASE = WK-ANO-BASE * 10000 + 1231.
003690     COMPUTE WK-DATA-INICIO-ANO-ANTERIOR =
003700             WK-ANO-ANTERIOR * 10000 + 101.
003710     COMPUTE WK-DATA-FIM-ANO-ANTERIOR =
003720             WK-ANO-ANTERIOR * 10000 + 1231.
003730*
003740     PERFORM 1100-VERIFICAR-ARQUIVAMENTO
003750         THRU 1100-VERIFICAR-ARQUIVAMENTO-EXIT.
003760*
003770     IF RETURN-CODE IS EQUAL TO 12
003780         GO TO 1000-INICIALIZAR-EXIT
003790     END-IF.
003800*
003810     OPEN INPUT HISTORICO-AUDITORIA.
003820     IF NOT WK-FS-AUDHIST-OK
003830         DISPLAY "HISTORICO AUDHIST INDISPONIVEL (FILE STATUS "
003840                 WK-FS-AUDHIST ") - NADA EMITIDO."
003850         MOVE 12 TO RETURN-CODE
003860         GO TO 1000-INICIALIZAR-EXIT
003870     END-IF.
003880*
003890     OPEN INPUT CLIENTES-MASTER.
003900     IF NOT WK-FS-CLIMSTR-OK
003910         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE - FILE STATUS "
003920                 WK-FS-CLIMSTR " - NADA EMITIDO."
003930         CLOSE HISTORICO-AUDITORIA
003940         MOVE 12 TO RETURN-CODE
003950         GO TO 1000-INICIALIZAR-EXIT
003960     END-IF.
003970*
003980     OPEN INPUT SALDOS-DIARIOS.
003990     IF WK-FS-SLDHIST-OK
004000         SET WK-SLDHIST-ABERTO TO TRUE
004010     ELSE
004020         DISPLAY "HISTORICO DE SALDOS SLDHIST INDISPONIVEL "
004030                 "(FILE STATUS " WK-FS-SLDHIST ") - SALDOS PELOS "
004040                 "EVENTOS DO HISTORICO."
004050     END-IF.
004060*
004070     OPEN OUTPUT RELATORIO.
004080     OPEN OUTPUT ARQUIVO-INFORMES.
004090     SET WK-INFORME-LIBERADO TO TRUE.
004100*
004110     DISPLAY "INFORME DE RENDIMENTOS DO ANO-BASE " WK-ANO-BASE.
004120*
004130     MOVE WK-ANO-BASE            TO INFCAB-ANO-BASE.
004140     MOVE WK-ANO-BASE            TO CTLCAB-ANO-BASE.
004150*
004160     MOVE SPACES                 TO INF-REGISTRO.
004170     SET INF-REG-HEADER          TO TRUE.
004180     MOVE WK-DATA-HOJE           TO INF-HDR-DATA-GERACAO.
004190     MOVE WK-ANO-BASE            TO INF-HDR-ANO-BASE.
004200     WRITE INF-REGISTRO.
004210*
004220     PERFORM 2900-LER-CLIENTE
004230         THRU 2900-LER-CLIENTE-EXIT.
004240*
004250     PERFORM 2950-LER-HISTORICO
004260         THRU 2950-LER-HISTORICO-EXIT.
004270*
004280 1000-INICIALIZAR-EXIT.
004290     EXIT.
004300*
004310 1100-VERIFICAR-ARQUIVAMENTO.
004320*----------------------------------------------------------------
004330*    VARRE O CONTROLE DO DIA A PARTIR DE 01/01 DO ANO-BASE E
004340*    GUARDA A ULTIMA NOITE PROCESSADA (ATLZBAT) ATE 31/12 E A
004350*    MAIOR DATA DE ARQUIVAMENTO (ARQAUD) CONCLUIDO.  O
004360*    ARQUIVAMENTO LE O DIARIO INTEIRO, ENTAO UM ARQAUD
004370*    CONCLUIDO NA ULTIMA NOITE DO ANO OU EM QUALQUER NOITE
004380*    POSTERIOR GARANTE O ANO INTEIRO NO HISTORICO.  SEM NOITE
004390*    DO ANO-BASE NO CONTROLE, OU SEM ESSE ARQUIVAMENTO, O
004400*    INFORME E RECUSADO COM RETURN-CODE 12.
004410*----------------------------------------------------------------
004420     OPEN INPUT CONTROLE-DO-DIA.
004430     IF NOT WK-FS-DIACTL-OK
004440         DISPLAY "CONTROLE DO DIA DIACTL INDISPONIVEL (FILE "
004450                 "STATUS " WK-FS-DIACTL ") - NADA EMITIDO."
004460         MOVE 12 TO RETURN-CODE
004470         GO TO 1100-VERIFICAR-ARQUIVAMENTO-EXIT
004480     END-IF.
004490*
004500     MOVE WK-DATA-INICIO-ANO-BASE TO CTD-REG-DATA.
004510     MOVE SPACES                  TO CTD-REG-PASSO.
004520*
004530     START CONTROLE-DO-DIA
004540         KEY IS NOT LESS THAN CTD-CHAVE
004550         INVALID KEY
004560             SET WK-FIM-CONTROLE TO TRUE
004570     END-START.
004580*
004590     PERFORM 1110-LER-CONTROLE
004600         THRU 1110-LER-CONTROLE-EXIT
004610         UNTIL WK-FIM-CONTROLE.
004620*
004630     CLOSE CONTROLE-DO-DIA.
004640*
004650     IF RETURN-CODE IS EQUAL TO 12
004660         GO TO 1100-VERIFICAR-ARQUIVAMENTO-EXIT
004670     END-IF.
004680*
004690     IF WK-DATA-ULT-NOITE-ANO IS EQUAL TO ZERO
004700         DISPLAY "NENHUMA NOITE DO ANO-BASE " WK-ANO-BASE
004710                 " NO CONTROLE DO DIA - NADA EMITIDO."
004720         MOVE 12 TO RETURN-CODE
004730         GO TO 1100-VERIFICAR-ARQUIVAMENTO-EXIT
004740     END-IF.
004750*
004760     IF WK-DATA-ULT-ARQUIVAMENTO
004770          IS LESS THAN WK-DATA-ULT-NOITE-ANO
004780         DISPLAY "ARQUIVAMENTO (ARQAUD) DA NOITE DE "
004790                 WK-DATA-ULT-NOITE-ANO " NAO CONCLUIDO - O "
004800                 "ANO-BASE NAO ESTA INTEIRO NO HISTORICO - NADA "
004810                 "EMITIDO."
004820         MOVE 12 TO RETURN-CODE
004830         GO TO 1100-VERIFICAR-ARQUIVAMENTO-EXIT
004840     END-IF.
004850*
004860     DISPLAY "ULTIMA NOITE DO ANO-BASE: " WK-DATA-ULT-NOITE-ANO
004870             " - ARQUIVADA (ARQAUD DE " WK-DATA-ULT-ARQUIVAMENTO
004880             ")".
004890*
004900 1100-VERIFICAR-ARQUIVAMENTO-EXIT.
004910     EXIT.
004920*
004930 1110-LER-CONTROLE.
004940*----------------------------------------------------------------
004950*    LE O PROXIMO REGISTRO DA VARREDURA DO CONTROLE DO DIA.
004960*----------------------------------------------------------------
004970     READ CONTROLE-DO-DIA NEXT RECORD
004980         AT END
004990             SET WK-FIM-CONTROLE TO TRUE
005000             GO TO 1110-LER-CONTROLE-EXIT
005010     END-READ.
005020*
005030     IF NOT WK-FS-DIACTL-OK
005040         DISPLAY "ERRO AO LER O CONTROLE DO DIA - FILE STATUS "
005050                 WK-FS-DIACTL " - NADA EMITIDO."
005060         SET WK-FIM-CONTROLE TO TRUE
005070         MOVE 12 TO RETURN-CODE
005080         GO TO 1110-LER-CONTROLE-EXIT
005090     END-IF.
005100*
005110     IF CTD-REG-PASSO IS EQUAL TO "ATLZBAT "
005120        AND CTD-REG-DATA IS NOT GREATER THAN WK-DATA-FIM-ANO-BASE
005130         MOVE CTD-REG-DATA TO WK-DATA-ULT-NOITE-ANO
005140     END-IF.
005150*
005160     IF CTD-REG-PASSO IS EQUAL TO "ARQAUD  "
005170        AND CTD-REG-CONCLUIDO
005180         MOVE CTD-REG-DATA TO WK-DATA-ULT-ARQUIVAMENTO
005190     END-IF.
005200*
005210 1110-LER-CONTROLE-EXIT.
005220     EXIT.
005230*
005240 2000-PROCESSAR-CLIENTE.
005250*----------------------------------------------------------------
005260*    PROCESSA O CLIENTE CORRENTE DO MESTRE: CONSOME OS EVENTOS
005270*    DO HISTORICO ATE O NUMERO DELE (OS DE NUMERO MENOR SAO DE
005280*    CLIENTES AUSENTES DO MESTRE E SO ENTRAM NO CONTROLE),
005290*    APURA OS SALDOS DE FIM DE ANO E EMITE O INFORME QUANDO HA
005300*    RENDIMENTO OU SALDO.
005310*----------------------------------------------------------------
005320     ADD 1 TO WK-QT-CLIENTES-LIDOS.
005330     MOVE CLI-NUMERO TO WK-CLIENTE-CORRENTE.
005340*
005350     MOVE ZERO TO WK-VL-REMUNER-CLIENTE.
005360     MOVE ZERO TO WK-VL-ESTORNO-CLIENTE.
005370     MOVE ZERO TO WK-EVT-DATA-ANTERIOR.
005380     MOVE ZERO TO WK-EVT-SALDO-ANTERIOR.
005390     MOVE ZERO TO WK-EVT-DATA-BASE.
005400     MOVE ZERO TO WK-EVT-SALDO-BASE.
005410*
005420     PERFORM 2100-CLASSIFICAR-EVENTO
005430         THRU 2100-CLASSIFICAR-EVENTO-EXIT
005440         UNTIL WK-FIM-HISTORICO
005450            OR HIS-CLI-NUMERO IS GREATER THAN WK-CLIENTE-CORRENTE.
005460*
005470     PERFORM 2400-APURAR-FECHAMENTOS
005480         THRU 2400-APURAR-FECHAMENTOS-EXIT.
005490*
005500     PERFORM 2500-DEFINIR-SALDOS
005510         THRU 2500-DEFINIR-SALDOS-EXIT.
005520*
005530     COMPUTE WK-VL-RENDIMENTO =
005540             WK-VL-REMUNER-CLIENTE + WK-VL-ESTORNO-CLIENTE.
005550     ADD WK-VL-RENDIMENTO TO WK-VL-TOT-RENDIMENTOS.
005560*
005570     IF WK-VL-RENDIMENTO IS EQUAL TO ZERO
005580        AND WK-VL-REMUNER-CLIENTE IS EQUAL TO ZERO
005590        AND WK-SALDO-ANO-ANTERIOR IS EQUAL TO ZERO
005600        AND WK-SALDO-ANO-BASE IS EQUAL TO ZERO
005610         ADD 1 TO WK-QT-SEM-INFORME
005620     ELSE
005630         PERFORM 3000-EMITIR-INFORME
005640             THRU 3000-EMITIR-INFORME-EXIT
005650     END-IF.
005660*
005670     PERFORM 2900-LER-CLIENTE
005680         THRU 2900-LER-CLIENTE-EXIT.
005690*
005700 2000-PROCESSAR-CLIENTE-EXIT.
005710     EXIT.
005720*
005730 2100-CLASSIFICAR-EVENTO.
005740*----------------------------------------------------------------
005750*    CLASSIFICA O EVENTO CORRENTE DO HISTORICO E LE O
005760*    PROXIMO.  EVENTO DO CLIENTE CORRENTE ENTRA NO INFORME E NO
005770*    CONTROLE; EVENTO DE CLIENTE AUSENTE DO MESTRE (NUMERO
005780*    MENOR QUE O DO CLIENTE CORRENTE, OU QUALQUER EVENTO
005790*    DEPOIS DO FIM DO MESTRE) SO ENTRA NO CONTROLE.
005800*----------------------------------------------------------------
005810     IF WK-FIM-CLIENTES
005820        OR HIS-CLI-NUMERO IS LESS THAN WK-CLIENTE-CORRENTE
005830         PERFORM 2300-ACUMULAR-FORA-CADASTRO
005840             THRU 2300-ACUMULAR-FORA-CADASTRO-EXIT
005850     ELSE
005860         PERFORM 2200-ACUMULAR-EVENTO-CLIENTE
005870             THRU 2200-ACUMULAR-EVENTO-CLIENTE-EXIT
005880     END-IF.
005890*
005900     PERFORM 2950-LER-HISTORICO
005910         THRU 2950-LER-HISTORICO-EXIT.
005920*
005930 2100-CLASSIFICAR-EVENTO-EXIT.
005940     EXIT.
005950*
005960 2200-ACUMULAR-EVENTO-CLIENTE.
005970*----------------------------------------------------------------
005980*    ACUMULA UM EVENTO DO CLIENTE CORRENTE:
005990*      - EVENTO DE SALDO ATE 31/12 DE CADA ANO: GUARDA O SALDO
006000*        RESULTANTE E A DATA (O HISTORICO VEM EM ORDEM DE DATA,
006010*        ENTAO FICA O ULTIMO);
006020*      - REMUNER DO ANO-BASE: SOMA AO RENDIMENTO DO CLIENTE E AO
006030*        CONTROLE;
006040*      - ESTORNO DE REMUNER: ABATE DO RENDIMENTO QUANDO O EVENTO
006050*        ESTORNADO E DO ANO-BASE, E DO CONTROLE QUANDO O PROPRIO
006060*        ESTORNO E DO ANO-BASE; A DIFERENCA ENTRE AS DUAS BASES
006070*        VAI PARA OS ITENS DE CONCILIACAO.
006080*----------------------------------------------------------------
006090     IF HIS-EV-MOVIMENTO OR HIS-EV-JUROS OR HIS-EV-AJUSTE
006100        OR HIS-EV-REMUNERACAO OR HIS-EV-TARIFA
006110        OR HIS-EV-ESTORNO
006120         IF HIS-DATA IS NOT GREATER THAN WK-DATA-FIM-ANO-ANTERIOR
006130             MOVE HIS-DATA             TO WK-EVT-DATA-ANTERIOR
006140             MOVE HIS-SALDO-RESULTANTE TO WK-EVT-SALDO-ANTERIOR
006150         END-IF
006160         IF HIS-DATA IS NOT GREATER THAN WK-DATA-FIM-ANO-BASE
006170             MOVE HIS-DATA             TO WK-EVT-DATA-BASE
006180             MOVE HIS-SALDO-RESULTANTE TO WK-EVT-SALDO-BASE
006190         END-IF
006200     END-IF.
006210*
006220     IF HIS-EV-REMUNERACAO
006230        AND HIS-DATA IS NOT LESS THAN WK-DATA-INICIO-ANO-BASE
006240        AND HIS-DATA IS NOT GREATER THAN WK-DATA-FIM-ANO-BASE
006250         ADD HIS-VALOR-EVENTO TO WK-VL-REMUNER-CLIENTE
006260         ADD HIS-VALOR-EVENTO TO WK-VL-CTL-REMUNER
006270     END-IF.
006280*
006290     IF NOT HIS-EV-ESTORNO
006300        OR HIS-EST-TIPO-ORIGINAL IS NOT EQUAL TO "REMUNER"
006310         GO TO 2200-ACUMULAR-EVENTO-CLIENTE-EXIT
006320     END-IF.
006330*
006340     IF HIS-EST-DATA IS NOT LESS THAN WK-DATA-INICIO-ANO-BASE
006350        AND HIS-EST-DATA IS NOT GREATER THAN WK-DATA-FIM-ANO-BASE
006360         ADD HIS-VALOR-EVENTO TO WK-VL-ESTORNO-CLIENTE
006370         IF HIS-DATA IS GREATER THAN WK-DATA-FIM-ANO-BASE
006380             ADD HIS-VALOR-EVENTO TO WK-VL-CTL-EST-POSTERIORES
006390         END-IF
006400     END-IF.
006410*
006420     IF HIS-DATA IS NOT LESS THAN WK-DATA-INICIO-ANO-BASE
006430        AND HIS-DATA IS NOT GREATER THAN WK-DATA-FIM-ANO-BASE
006440         ADD HIS-VALOR-EVENTO TO WK-VL-CTL-ESTORNOS
006450         IF HIS-EST-DATA IS LESS THAN WK-DATA-INICIO-ANO-BASE
006460             ADD HIS-VALOR-EVENTO TO WK-VL-CTL-EST-ANTERIORES
006470         END-IF
006480     END-IF.
006490*
006500 2200-ACUMULAR-EVENTO-CLIENTE-EXIT.
006510     EXIT.
006520*
006530 2300-ACUMULAR-FORA-CADASTRO.
006540*----------------------------------------------------------------
006550*    EVENTO DE CLIENTE AUSENTE DO MESTRE: NAO HA INFORME PARA
006560*    ELE, MAS A REMUNERACAO E OS ESTORNOS DE REMUNERACAO DO
006570*    ANO-BASE ENTRAM NO CONTROLE (A INTERFACE CONTABIL OS
006580*    LANCOU) E NO ITEM DE CONCILIACAO PROPRIO, COM AVISO.
006590*----------------------------------------------------------------
006600     IF HIS-DATA IS LESS THAN WK-DATA-INICIO-ANO-BASE
006610        OR HIS-DATA IS GREATER THAN WK-DATA-FIM-ANO-BASE
006620         GO TO 2300-ACUMULAR-FORA-CADASTRO-EXIT
006630     END-IF.
006640*
006650     IF HIS-EV-REMUNERACAO
006660         ADD HIS-VALOR-EVENTO TO WK-VL-CTL-REMUNER
006670     ELSE
006680         IF HIS-EV-ESTORNO
006690            AND HIS-EST-TIPO-ORIGINAL IS EQUAL TO "REMUNER"
006700             ADD HIS-VALOR-EVENTO TO WK-VL-CTL-ESTORNOS
006710         ELSE
006720             GO TO 2300-ACUMULAR-FORA-CADASTRO-EXIT
006730         END-IF
006740     END-IF.
006750*
006760     ADD HIS-VALOR-EVENTO TO WK-VL-CTL-FORA-CADASTRO.
006770     ADD 1 TO WK-QT-EVENTOS-FORA-CADASTRO.
006780     DISPLAY "AVISO: EVENTO " HIS-TIPO-EVENTO " DE " HIS-DATA
006790             " DO CLIENTE " HIS-CLI-NUMERO
006800             " AUSENTE DO ARQUIVO MESTRE.".
006810*
006820 2300-ACUMULAR-FORA-CADASTRO-EXIT.
006830     EXIT.
006840*
006850 2400-APURAR-FECHAMENTOS.
006860*----------------------------------------------------------------
006870*    PERCORRE NO HISTORICO DE SALDOS OS FECHAMENTOS DO CLIENTE
006880*    CORRENTE DE 01/01 DO ANO ANTERIOR A 31/12 DO ANO-BASE E
006890*    GUARDA O ULTIMO FECHAMENTO ATE O FIM DE CADA ANO.
006900*----------------------------------------------------------------
006910     MOVE ZERO TO WK-SDH-DATA-ANTERIOR.
006920     MOVE ZERO TO WK-SDH-SALDO-ANTERIOR.
006930     MOVE ZERO TO WK-SDH-DATA-BASE.
006940     MOVE ZERO TO WK-SDH-SALDO-BASE.
006950     MOVE "N"  TO WK-SW-FIM-FECHAMENTOS.
006960*
006970     IF NOT WK-SLDHIST-ABERTO
006980         GO TO 2400-APURAR-FECHAMENTOS-EXIT
006990     END-IF.
007000*
007010     MOVE WK-CLIENTE-CORRENTE         TO SDH-CLI-NUMERO.
007020     MOVE WK-DATA-INICIO-ANO-ANTERIOR TO SDH-DATA.
007030*
007040     START SALDOS-DIARIOS
007050         KEY IS NOT LESS THAN SDH-CHAVE
007060         INVALID KEY
007070             SET WK-FIM-FECHAMENTOS TO TRUE
007080     END-START.
007090*
007100     PERFORM 2410-LER-FECHAMENTO
007110         THRU 2410-LER-FECHAMENTO-EXIT
007120         UNTIL WK-FIM-FECHAMENTOS.
007130*
007140 2400-APURAR-FECHAMENTOS-EXIT.
007150     EXIT.
007160*
007170 2410-LER-FECHAMENTO.
007180*----------------------------------------------------------------
007190*    LE O PROXIMO FECHAMENTO E O GUARDA PARA O ANO EM QUE CAI,
007200*    ENCERRANDO QUANDO MUDA O CLIENTE OU A DATA PASSA DE 31/12
007210*    DO ANO-BASE.
007220*----------------------------------------------------------------
007230     READ SALDOS-DIARIOS NEXT RECORD
007240         AT END
007250             SET WK-FIM-FECHAMENTOS TO TRUE
007260             GO TO 2410-LER-FECHAMENTO-EXIT
007270     END-READ.
007280*
007290     IF NOT WK-FS-SLDHIST-OK
007300         DISPLAY "ERRO AO LER O HISTORICO DE SALDOS - FILE "
007310                 "STATUS " WK-FS-SLDHIST
007320         SET WK-FIM-FECHAMENTOS TO TRUE
007330         GO TO 2410-LER-FECHAMENTO-EXIT
007340     END-IF.
007350*
007360     IF SDH-CLI-NUMERO IS NOT EQUAL TO WK-CLIENTE-CORRENTE
007370        OR SDH-DATA IS GREATER THAN WK-DATA-FIM-ANO-BASE
007380         SET WK-FIM-FECHAMENTOS TO TRUE
007390         GO TO 2410-LER-FECHAMENTO-EXIT
007400     END-IF.
007410*
007420     IF SDH-DATA IS NOT GREATER THAN WK-DATA-FIM-ANO-ANTERIOR
007430         MOVE SDH-DATA  TO WK-SDH-DATA-ANTERIOR
007440         MOVE SDH-SALDO TO WK-SDH-SALDO-ANTERIOR
007450     ELSE
007460         MOVE SDH-DATA  TO WK-SDH-DATA-BASE
007470         MOVE SDH-SALDO TO WK-SDH-SALDO-BASE
007480     END-IF.
007490*
007500 2410-LER-FECHAMENTO-EXIT.
007510     EXIT.
007520*
007530 2500-DEFINIR-SALDOS.
007540*----------------------------------------------------------------
007550*    DEFINE O SALDO EM 31/12 DE CADA ANO: O ULTIMO FECHAMENTO
007557*    DIARIO DO ANO, A MENOS QUE HAJA EVENTO DE SALDO DA MESMA
007564*    DATA OU POSTERIOR A ELE (OU NENHUM FECHAMENTO NO ANO) -
007571*    ENTAO O SALDO RESULTANTE DO ULTIMO EVENTO ATE 31/12.  NO
007578*    MESMO DIA VALE O EVENTO: A CAPITALIZACAO (CAPREM) E A
007585*    COBRANCA DE TARIFAS (COBTRF) RODAM DEPOIS DO FECHAMENTO
007592*    (SLDDIA) E GRAVAM EVENTOS DATADOS DAQUELE DIA.
007600*    SEM FECHAMENTO E SEM EVENTO, O SALDO E ZERO (A CONTA NAO
007610*    EXISTIA OU NUNCA MOVIMENTOU).
007620*----------------------------------------------------------------
007630     SET WK-ANTERIOR-POR-FECHAMENTO TO TRUE.
007640     MOVE WK-SDH-SALDO-ANTERIOR     TO WK-SALDO-ANO-ANTERIOR.
007642     IF WK-EVT-DATA-ANTERIOR IS NOT EQUAL TO ZERO
007644        AND WK-EVT-DATA-ANTERIOR
007646            IS NOT LESS THAN WK-SDH-DATA-ANTERIOR
007660         SET WK-ANTERIOR-POR-EVENTO TO TRUE
007670         MOVE WK-EVT-SALDO-ANTERIOR TO WK-SALDO-ANO-ANTERIOR
007680         ADD 1 TO WK-QT-SALDOS-POR-EVENTO
007690     END-IF.
007700*
007710     SET WK-BASE-POR-FECHAMENTO TO TRUE.
007720     MOVE WK-SDH-SALDO-BASE     TO WK-SALDO-ANO-BASE.
007730     IF WK-SDH-DATA-BASE IS EQUAL TO ZERO
007740         MOVE WK-SDH-DATA-ANTERIOR  TO WK-SDH-DATA-BASE
007750         MOVE WK-SDH-SALDO-ANTERIOR TO WK-SALDO-ANO-BASE
007760     END-IF.
007762     IF WK-EVT-DATA-BASE IS NOT EQUAL TO ZERO
007764        AND WK-EVT-DATA-BASE IS NOT LESS THAN WK-SDH-DATA-BASE
007780         SET WK-BASE-POR-EVENTO TO TRUE
007790         MOVE WK-EVT-SALDO-BASE TO WK-SALDO-ANO-BASE
007800         ADD 1 TO WK-QT-SALDOS-POR-EVENTO
007810     END-IF.
007820*
007830 2500-DEFINIR-SALDOS-EXIT.
007840     EXIT.
007850*
007860 2900-LER-CLIENTE.
007870*----------------------------------------------------------------
007880*    LE O PROXIMO CLIENTE DO ARQUIVO MESTRE.
007890*----------------------------------------------------------------
007900     READ CLIENTES-MASTER NEXT RECORD
007910         AT END
007920             SET WK-FIM-CLIENTES TO TRUE
007930             GO TO 2900-LER-CLIENTE-EXIT
007940     END-READ.
007950*
007960     IF NOT WK-FS-CLIMSTR-OK
007970         DISPLAY "ERRO AO LER O ARQUIVO MESTRE - FILE STATUS "
007980                 WK-FS-CLIMSTR " - INFORMES INCOMPLETOS."
007990         SET WK-FIM-CLIENTES TO TRUE
008000         MOVE 12 TO RETURN-CODE
008010     END-IF.
008020*
008030 2900-LER-CLIENTE-EXIT.
008040     EXIT.
008050*
008060 2950-LER-HISTORICO.
008070*----------------------------------------------------------------
008080*    LE O PROXIMO EVENTO DO HISTORICO DE AUDITORIA.  ERRO DE
008090*    LEITURA ENCERRA A LEITURA COM RETURN-CODE 12: OS INFORMES
008100*    E O CONTROLE FICARIAM SEM PARTE DOS EVENTOS.
008110*----------------------------------------------------------------
008120     READ HISTORICO-AUDITORIA NEXT RECORD
008130         AT END
008140             SET WK-FIM-HISTORICO TO TRUE
008150             GO TO 2950-LER-HISTORICO-EXIT
008160     END-READ.
008170*
008180     IF NOT WK-FS-AUDHIST-OK
008190         DISPLAY "ERRO AO LER O HISTORICO - FILE STATUS "
008200                 WK-FS-AUDHIST " - INFORMES INCOMPLETOS."
008210         SET WK-FIM-HISTORICO TO TRUE
008220         MOVE 12 TO RETURN-CODE
008230     END-IF.
008240*
008250 2950-LER-HISTORICO-EXIT.
008260     EXIT.
008270*
008280 3000-EMITIR-INFORME.
008290*----------------------------------------------------------------
008300*    IMPRIME O INFORME DO CLIENTE CORRENTE (CABECALHO, CLIENTE
008310*    E SITUACAO, SALDOS EM 31/12, REMUNERACAO, ESTORNOS E
008320*    RENDIMENTO LIQUIDO), GRAVA O REGISTRO NO ARQUIVO DE
008330*    INFORMES E SOMA OS TOTAIS DO TRAILER.
008340*----------------------------------------------------------------
008350     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
008360     WRITE REL-LINHA FROM WK-CABECALHO-INFORME.
008370*
008380     MOVE WK-CLIENTE-CORRENTE TO INFCLI-NUMERO.
008390     MOVE CLI-NOME            TO INFCLI-NOME.
008400     EVALUATE TRUE
008410         WHEN CLI-ATIVO
008420             MOVE "CONTA ATIVA"      TO INFCLI-SITUACAO
008430         WHEN CLI-BLOQUEADO
008440             MOVE "CONTA BLOQUEADA"  TO INFCLI-SITUACAO
008450         WHEN CLI-ENCERRADO
008460             MOVE "CONTA ENCERRADA"  TO INFCLI-SITUACAO
008470             ADD 1 TO WK-QT-ENCERRADAS
008480         WHEN OTHER
008490             MOVE SPACES             TO INFCLI-SITUACAO
008500     END-EVALUATE.
008510     WRITE REL-LINHA FROM WK-LINHA-CLIENTE.
008520*
008530     MOVE "SALDO EM 31/12 DO ANO ANTERIOR" TO INFVAL-ROTULO.
008540     MOVE WK-SALDO-ANO-ANTERIOR TO INFVAL-VALOR.
008550     MOVE SPACE                 TO INFVAL-MARCA.
008560     IF WK-ANTERIOR-POR-EVENTO
008570         MOVE "*" TO INFVAL-MARCA
008580     END-IF.
008590     WRITE REL-LINHA FROM WK-LINHA-VALOR.
008600*
008610     MOVE "SALDO EM 31/12 DO ANO-BASE    " TO INFVAL-ROTULO.
008620     MOVE WK-SALDO-ANO-BASE     TO INFVAL-VALOR.
008630     MOVE SPACE                 TO INFVAL-MARCA.
008640     IF WK-BASE-POR-EVENTO
008650         MOVE "*" TO INFVAL-MARCA
008660     END-IF.
008670     WRITE REL-LINHA FROM WK-LINHA-VALOR.
008680*
008690     MOVE SPACE                 TO INFVAL-MARCA.
008700     MOVE "REMUNERACAO CREDITADA NO ANO  " TO INFVAL-ROTULO.
008710     MOVE WK-VL-REMUNER-CLIENTE TO INFVAL-VALOR.
008720     WRITE REL-LINHA FROM WK-LINHA-VALOR.
008730*
008740     MOVE "ESTORNOS DA REMUNERACAO       " TO INFVAL-ROTULO.
008750     MOVE WK-VL-ESTORNO-CLIENTE TO INFVAL-VALOR.
008760     WRITE REL-LINHA FROM WK-LINHA-VALOR.
008770*
008780     MOVE "RENDIMENTO LIQUIDO NO ANO     " TO INFVAL-ROTULO.
008790     MOVE WK-VL-RENDIMENTO      TO INFVAL-VALOR.
008800     WRITE REL-LINHA FROM WK-LINHA-VALOR.
008810*
008820     IF WK-ANTERIOR-POR-EVENTO OR WK-BASE-POR-EVENTO
008830         WRITE REL-LINHA FROM WK-LINHA-LEGENDA
008840     END-IF.
008850*
008860     MOVE SPACES                TO INF-REGISTRO.
008870     SET INF-REG-INFORME        TO TRUE.
008880     MOVE WK-CLIENTE-CORRENTE   TO INF-CLI-NUMERO.
008890     MOVE CLI-NOME              TO INF-CLI-NOME.
008900     MOVE CLI-STATUS            TO INF-CLI-SITUACAO.
008910     MOVE WK-SALDO-ANO-ANTERIOR TO INF-CLI-SALDO-ANO-ANTERIOR.
008920     MOVE WK-SALDO-ANO-BASE     TO INF-CLI-SALDO-ANO-BASE.
008930     MOVE WK-VL-RENDIMENTO      TO INF-CLI-VL-RENDIMENTO.
008940     WRITE INF-REGISTRO.
008950*
008960     IF NOT WK-FS-INFARQ = "00"
008970         DISPLAY "ERRO AO GRAVAR O ARQUIVO DE INFORMES - FILE "
008980                 "STATUS " WK-FS-INFARQ
008990         MOVE 12 TO RETURN-CODE
009000         GO TO 3000-EMITIR-INFORME-EXIT
009010     END-IF.
009020*
009030     ADD 1                     TO WK-QT-INFORMES.
009040     ADD WK-SALDO-ANO-ANTERIOR TO WK-VL-TOT-SALDO-ANTERIOR.
009050     ADD WK-SALDO-ANO-BASE     TO WK-VL-TOT-SALDO-BASE.
009060*
009070 3000-EMITIR-INFORME-EXIT.
009080     EXIT.
009090*
009100 8000-FINALIZAR.
009110*----------------------------------------------------------------
009120*    IMPRIME O TOTAL DE CONTROLE DA REMUNERACAO NA BASE DA
009130*    INTERFACE CONTABIL E A CONCILIACAO COM O TOTAL DOS
009140*    INFORMES, GRAVA O TRAILER DO ARQUIVO DE INFORMES, FECHA OS
009150*    ARQUIVOS E EMITE O RESUMO.  CONCILIACAO QUE NAO FECHA
009160*    DEVOLVE RETURN-CODE 12: O ARQUIVO NAO DEVE SER ENVIADO.
009170*----------------------------------------------------------------
009180     IF NOT WK-INFORME-LIBERADO
009190         GO TO 8000-FINALIZAR-EXIT
009200     END-IF.
009210*
009220     COMPUTE WK-VL-CTL-LIQUIDO =
009230             WK-VL-CTL-REMUNER + WK-VL-CTL-ESTORNOS.
009240     COMPUTE WK-VL-CTL-CONCILIADO =
009250             WK-VL-CTL-LIQUIDO
009260           - WK-VL-CTL-EST-ANTERIORES
009270           + WK-VL-CTL-EST-POSTERIORES
009280           - WK-VL-CTL-FORA-CADASTRO.
009290*
009300     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
009310     WRITE REL-LINHA FROM WK-CABECALHO-CONTROLE.
009320     WRITE REL-LINHA FROM WK-LINHA-CONTA-RAZAO.
009330     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
009340*
009350     MOVE "REMUNERACAO PAGA NO ANO (EVENTOS REMUNER)........:"
009360         TO CTLLIN-ROTULO.
009370     MOVE WK-VL-CTL-REMUNER TO CTLLIN-VALOR.
009380     WRITE REL-LINHA FROM WK-LINHA-CONTROLE.
009390*
009400     MOVE "ESTORNOS DE REMUNERACAO NO ANO...................:"
009410         TO CTLLIN-ROTULO.
009420     MOVE WK-VL-CTL-ESTORNOS TO CTLLIN-VALOR.
009430     WRITE REL-LINHA FROM WK-LINHA-CONTROLE.
009440*
009450     MOVE "REMUNERACAO LIQUIDA NO RAZAO GERAL (CONTROLE)....:"
009460         TO CTLLIN-ROTULO.
009470     MOVE WK-VL-CTL-LIQUIDO TO CTLLIN-VALOR.
009480     WRITE REL-LINHA FROM WK-LINHA-CONTROLE.
009490*
009500     MOVE "MENOS ESTORNOS NO ANO DE REMUNERACAO ANTERIOR....:"
009510         TO CTLLIN-ROTULO.
009520     MOVE WK-VL-CTL-EST-ANTERIORES TO CTLLIN-VALOR.
009530     WRITE REL-LINHA FROM WK-LINHA-CONTROLE.
009540*
009550     MOVE "MAIS ESTORNOS APOS 31/12 DE REMUNERACAO DO ANO...:"
009560         TO CTLLIN-ROTULO.
009570     MOVE WK-VL-CTL-EST-POSTERIORES TO CTLLIN-VALOR.
009580     WRITE REL-LINHA FROM WK-LINHA-CONTROLE.
009590*
009600     MOVE "MENOS CLIENTES AUSENTES DO ARQUIVO MESTRE........:"
009610         TO CTLLIN-ROTULO.
009620     MOVE WK-VL-CTL-FORA-CADASTRO TO CTLLIN-VALOR.
009630     WRITE REL-LINHA FROM WK-LINHA-CONTROLE.
009640*
009650     MOVE "RENDIMENTO LIQUIDO CONCILIADO....................:"
009660         TO CTLLIN-ROTULO.
009670     MOVE WK-VL-CTL-CONCILIADO TO CTLLIN-VALOR.
009680     WRITE REL-LINHA FROM WK-LINHA-CONTROLE.
009690*
009700     MOVE "TOTAL DOS INFORMES (RENDIMENTO LIQUIDO)..........:"
009710         TO CTLLIN-ROTULO.
009720     MOVE WK-VL-TOT-RENDIMENTOS TO CTLLIN-VALOR.
009730     WRITE REL-LINHA FROM WK-LINHA-CONTROLE.
009740*
009750     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
009760*
009770     MOVE "CLIENTES LIDOS...............:" TO TOTQTD-ROTULO.
009780     MOVE WK-QT-CLIENTES-LIDOS  TO TOTQTD-QUANTIDADE.
009790     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
009800*
009810     MOVE "INFORMES EMITIDOS............:" TO TOTQTD-ROTULO.
009820     MOVE WK-QT-INFORMES        TO TOTQTD-QUANTIDADE.
009830     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
009840*
009850     MOVE "  DOS QUAIS CONTAS ENCERRADAS:" TO TOTQTD-ROTULO.
009860     MOVE WK-QT-ENCERRADAS      TO TOTQTD-QUANTIDADE.
009870     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
009880*
009890     MOVE "SEM RENDIMENTO E SEM SALDO...:" TO TOTQTD-ROTULO.
009900     MOVE WK-QT-SEM-INFORME     TO TOTQTD-QUANTIDADE.
009910     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
009920*
009930     MOVE "SALDOS PELOS EVENTOS (*).....:" TO TOTQTD-ROTULO.
009940     MOVE WK-QT-SALDOS-POR-EVENTO TO TOTQTD-QUANTIDADE.
009950     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
009960*
009970     MOVE SPACES                TO INF-REGISTRO.
009980     SET INF-REG-TRAILER        TO TRUE.
009990     MOVE WK-QT-INFORMES        TO INF-TRL-QT-INFORMES.
010000     MOVE WK-VL-TOT-RENDIMENTOS TO INF-TRL-VL-RENDIMENTOS.
010010     MOVE WK-VL-TOT-SALDO-ANTERIOR
010020                                TO INF-TRL-VL-SALDO-ANO-ANTERIOR.
010030     MOVE WK-VL-TOT-SALDO-BASE  TO INF-TRL-VL-SALDO-ANO-BASE.
010040     WRITE INF-REGISTRO.
010050*
010060     CLOSE HISTORICO-AUDITORIA.
010070     CLOSE CLIENTES-MASTER.
010080     IF WK-SLDHIST-ABERTO
010090         CLOSE SALDOS-DIARIOS
010100     END-IF.
010110     CLOSE RELATORIO.
010120     CLOSE ARQUIVO-INFORMES.
010130*
010140     DISPLAY "CLIENTES LIDOS.........: " WK-QT-CLIENTES-LIDOS.
010150     DISPLAY "INFORMES EMITIDOS......: " WK-QT-INFORMES.
010160     DISPLAY "RENDIMENTO LIQUIDO.....: " WK-VL-TOT-RENDIMENTOS.
010170     DISPLAY "CONTROLE (RAZAO GERAL).: " WK-VL-CTL-LIQUIDO.
010180     DISPLAY "EVENTOS FORA DO MESTRE.: "
010190             WK-QT-EVENTOS-FORA-CADASTRO.
010200*
010210     IF WK-VL-CTL-CONCILIADO IS NOT EQUAL TO WK-VL-TOT-RENDIMENTOS
010220         DISPLAY "TOTAL DOS INFORMES NAO CONCILIA COM O CONTROLE "
010230                 "DA REMUNERACAO - ARQUIVO NAO DEVE SER ENVIADO."
010240         MOVE 12 TO RETURN-CODE
010250     END-IF.
010260*
010270*    EVENTOS DE CLIENTES AUSENTES DO MESTRE: A CONCILIACAO
010280*    FECHA, MAS ALGUEM PRECISA EXPLICAR A DIFERENCA - RC 8.
010290     IF WK-QT-EVENTOS-FORA-CADASTRO IS GREATER THAN ZERO
010300        AND RETURN-CODE IS EQUAL TO ZERO
010310         MOVE 8 TO RETURN-CODE
010320     END-IF.
010330*
010340 8000-FINALIZAR-EXIT.
010350     EXIT.
010360*
010370 8900-CONCLUIR-DIA.
010380*----------------------------------------------------------------
010390*    CARIMBA O PASSO INFREND COMO CONCLUIDO NO CONTROLE DO DIA.
010400*----------------------------------------------------------------
010410     SET CTD-FN-CONCLUIR TO TRUE.
010420     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
010430     IF CTD-BLOQUEADO
010440         DISPLAY "AVISO: FALHA AO CONCLUIR O PASSO NO "
010450                 "CONTROLE DO DIA: " CTD-MOTIVO-BLOQUEIO
010460     END-IF.
010470*
010480 8900-CONCLUIR-DIA-EXIT.
010490     EXIT.
010500*
010510 9999-FIM.
010520     STOP RUN.
