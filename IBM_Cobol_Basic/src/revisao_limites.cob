000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     REVISAO-LIMITES.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    REVISAO MENSAL DOS LIMITES DE CREDITO: PARA CADA CLIENTE
000100*    ATIVO DO ARQUIVO MESTRE (CLIMSTR), APURA NA JANELA DE 90
000110*    DIAS QUE TERMINA NA DATA DE REFERENCIA DO SYSIN (AAAAMMDD):
000120*      - O SALDO MEDIO E OS DIAS DE SALDO NEGATIVO, PELOS
000130*        FECHAMENTOS DIARIOS DO HISTORICO DE SALDOS (SLDHIST,
000140*        SDHREC.CPY) - A MESMA BASE DO SALDO MEDIO DA COBRANCA DE
000150*        TARIFAS;
000160*      - OS JUROS DEVEDORES PAGOS (EVENTOS JUROS MENOS OS SEUS
000170*        ESTORNOS) E A QUANTIDADE DE MOVIMENTOS REJEITADOS POR
000180*        EXCEDER O LIMITE DE CREDITO, PELO HISTORICO DE
000190*        AUDITORIA (AUDHIST).
000200*    CLIENTE SEM NENHUM FECHAMENTO NA JANELA (HISTORICO DE
000210*    SALDOS AINDA SEM O PERIODO, OU INDISPONIVEL) TEM O SALDO
000220*    MEDIO PELOS SALDOS DOS EVENTOS DO HISTORICO (SEM EVENTOS, O
000230*    SALDO ATUAL) E OS DIAS NEGATIVO PELO PERIODO NEGATIVO
000240*    CORRENTE (CLI-DATA-SALDO-NEGATIVO), COMO NA COBRANCA DE
000250*    TARIFAS.
000260*
000270*    AS REGRAS DE AUMENTO E DE REDUCAO VEM DA VIGENCIA DO
000280*    ARQUIVO DE PARAMETROS (LIMPARAM, LRPREC.CPY) EM VIGOR NA
000290*    DATA DE REFERENCIA.  UMA REDUCAO NUNCA PROPOE LIMITE ABAIXO
000300*    DO VALOR DEVEDOR ATUAL DO CLIENTE: SE O PERCENTUAL LEVARIA
000310*    ABAIXO DELE, A PROPOSTA PARA NO VALOR DEVEDOR; SE NEM ISSO
000320*    REDUZ O LIMITE, A REDUCAO E RELATADA COMO IMPEDIDA E NADA
000330*    E PROPOSTO.
000340*
000350*    SAIDAS: O RELATORIO DA REVISAO PARA A MESA DE CREDITO
000360*    (RELREV) E O ARQUIVO DE PROPOSTAS (PROPLIM) NO LAYOUT DO
000370*    CADLOTE (CADREC.CPY) - UMA ALTERACAO (ACAO 'A') POR
000380*    CLIENTE COM AUMENTO OU REDUCAO PROPOSTA, COM O NOME EM
000390*    BRANCO (MANTIDO) E A ORIGEM "REVLIM".  APROVADO PELA MESA
000400*    DE CREDITO, O ARQUIVO E PROCESSADO PELA CARGA-CLIENTES-LOTE
000410*    SEM NENHUMA CONVERSAO, E CADA MUDANCA DE LIMITE E APLICADA
000420*    E AUDITADA PELAS REGRAS DE SEMPRE.  ESTE PROGRAMA NAO ALTERA
000430*    O ARQUIVO MESTRE.
000440*
000450*    COMO O EXTRATO, O PASSO CONFERE NO CONTROLE DO DIA
000460*    (DIACTL) QUE NAO HA ARQUIVAMENTO (ARQAUD) EM ANDAMENTO -
000470*    NESSA JANELA O HISTORICO PODE ESTAR INCOMPLETO.
000480*----------------------------------------------------------------
000490*    HISTORICO DE ALTERACOES
000500*----------------------------------------------------------------
000510*    2026-10-15  EQC  VERSAO ORIGINAL.
000520*----------------------------------------------------------------
000530*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.    IBM-370.
000570 OBJECT-COMPUTER.    IBM-370.
000580*
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS CLI-NUMERO
000650         FILE STATUS IS WK-FS-CLIMSTR.
000660*
000670     SELECT HISTORICO-AUDITORIA ASSIGN TO "AUDHIST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS HIS-CHAVE
000710         FILE STATUS IS WK-FS-AUDHIST.
000720*
000730     SELECT SALDOS-DIARIOS ASSIGN TO "SLDHIST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS SDH-CHAVE
000770         FILE STATUS IS WK-FS-SLDHIST.
000780*
000790     SELECT ARQUIVO-PARAMETROS ASSIGN TO "LIMPARAM"
000800         ORGANIZATION IS SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS WK-FS-LIMPARAM.
000830*
000840     SELECT RELATORIO ASSIGN TO "RELREV"
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS WK-FS-RELREV.
000880*
000890     SELECT ARQUIVO-PROPOSTAS ASSIGN TO "PROPLIM"
000900         ORGANIZATION IS SEQUENTIAL
000910         ACCESS MODE IS SEQUENTIAL
000920         FILE STATUS IS WK-FS-PROPLIM.
000930*
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  CLIENTES-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980     COPY CLIREC.
000990*
001000 FD  HISTORICO-AUDITORIA
001010     LABEL RECORDS ARE STANDARD.
001020     COPY HISREC.
001030*
001040 FD  SALDOS-DIARIOS
001050     LABEL RECORDS ARE STANDARD.
001060     COPY SDHREC.
001070*
001080 FD  ARQUIVO-PARAMETROS
001090     LABEL RECORDS ARE STANDARD.
001100     COPY LRPREC.
001110*
001120 FD  RELATORIO
001130     LABEL RECORDS ARE STANDARD.
001140 01  REL-LINHA                   PIC X(132).
001150*
001160 FD  ARQUIVO-PROPOSTAS
001170     LABEL RECORDS ARE STANDARD.
001180     COPY CADREC.
001190*
001200 WORKING-STORAGE SECTION.
001210*
001220 77  WK-FS-CLIMSTR               PIC X(02) VALUE "00".
001230     88  WK-FS-CLIMSTR-OK                    VALUE "00".
001240 77  WK-FS-AUDHIST               PIC X(02) VALUE "00".
001250     88  WK-FS-AUDHIST-OK                    VALUE "00".
001260 77  WK-FS-SLDHIST               PIC X(02) VALUE "00".
001270     88  WK-FS-SLDHIST-OK                    VALUE "00".
001280 77  WK-FS-LIMPARAM              PIC X(02) VALUE "00".
001290     88  WK-FS-LIMPARAM-OK                   VALUE "00".
001300 77  WK-FS-RELREV                PIC X(02) VALUE "00".
001310 77  WK-FS-PROPLIM               PIC X(02) VALUE "00".
001320     88  WK-FS-PROPLIM-OK                    VALUE "00".
001330*
001340 77  WK-SW-REVISAO               PIC X(01) VALUE "N".
001350     88  WK-REVISAO-LIBERADA                 VALUE "S".
001360     88  WK-REVISAO-RECUSADA                 VALUE "N".
001370*
001380 77  WK-SW-FIM-CLIENTES          PIC X(01) VALUE "N".
001390     88  WK-FIM-CLIENTES                     VALUE "S".
001400*
001410 77  WK-SW-FIM-HISTORICO         PIC X(01) VALUE "N".
001420     88  WK-FIM-HISTORICO                    VALUE "S".
001430*
001440 77  WK-SW-SLDHIST-ABERTO        PIC X(01) VALUE "N".
001450     88  WK-SLDHIST-ABERTO                   VALUE "S".
001460*
001470 77  WK-SW-FIM-FECHAMENTOS       PIC X(01) VALUE "N".
001480     88  WK-FIM-FECHAMENTOS                  VALUE "S".
001490*
001500 77  WK-SW-FIM-PARAMETROS        PIC X(01) VALUE "N".
001510     88  WK-FIM-PARAMETROS                   VALUE "S".
001520*
001530 77  WK-SW-VIGENCIA              PIC X(01) VALUE "N".
001540     88  WK-VIGENCIA-ESCOLHIDA               VALUE "S".
001550*
001560 77  WK-SW-PROPOSTA              PIC X(01) VALUE "M".
001570     88  WK-PROP-MANTER                      VALUE "M".
001580     88  WK-PROP-AUMENTO                     VALUE "A".
001590     88  WK-PROP-REDUCAO                     VALUE "R".
001600     88  WK-PROP-REDUCAO-PISO                VALUE "P".
001610     88  WK-PROP-REDUCAO-IMPEDIDA            VALUE "I".
001620*
001630 77  WK-DATA-REFERENCIA          PIC 9(08) VALUE ZERO.
001640 77  WK-DATA-INICIO-JANELA       PIC 9(08) VALUE ZERO.
001650 77  WK-DIAS-REFERENCIA          PIC 9(07) COMP VALUE ZERO.
001660 77  WK-DIAS-INICIO-JANELA       PIC 9(07) COMP VALUE ZERO.
001670 77  WK-DIAS-INICIO-NEGATIVO     PIC 9(07) COMP VALUE ZERO.
001680 77  WK-QT-DIAS-JANELA           PIC 9(03) COMP VALUE 90.
001690*
001700*    REGRAS DA VIGENCIA ESCOLHIDA NO LIMPARAM.
001710 77  WK-DATA-VIGENCIA            PIC 9(08) VALUE ZERO.
001720 77  WK-QT-REJ-AUMENTO           PIC 9(03) VALUE ZERO.
001730 77  WK-QT-DIAS-NEG-AUMENTO      PIC 9(03) VALUE ZERO.
001740 77  WK-VL-SALDO-MEDIO-AUMENTO   PIC 9(09)V99 COMP-3 VALUE ZERO.
001750 77  WK-PC-AUMENTO               PIC 9(03)V99 COMP-3 VALUE ZERO.
001760 77  WK-VL-AUMENTO-MINIMO        PIC 9(09)V99 COMP-3 VALUE ZERO.
001770 77  WK-VL-LIMITE-MAXIMO         PIC 9(09)V99 COMP-3 VALUE ZERO.
001780 77  WK-QT-DIAS-NEG-REDUCAO      PIC 9(03) VALUE ZERO.
001790 77  WK-VL-JUROS-REDUCAO         PIC 9(09)V99 COMP-3 VALUE ZERO.
001800 77  WK-PC-REDUCAO               PIC 9(03)V99 COMP-3 VALUE ZERO.
001810*
001820*    INDICADORES DO CLIENTE CORRENTE NA JANELA.
001830 77  WK-QT-EVENTOS-CLIENTE       PIC 9(07) COMP VALUE ZERO.
001840 77  WK-SOMA-SALDOS              PIC S9(13)V99 COMP-3 VALUE ZERO.
001850 77  WK-QT-FECHAMENTOS-CLIENTE   PIC 9(07) COMP VALUE ZERO.
001860 77  WK-SOMA-FECHAMENTOS         PIC S9(13)V99 COMP-3 VALUE ZERO.
001870 77  WK-QT-FECHAMENTOS-NEGATIVOS PIC 9(07) COMP VALUE ZERO.
001880 77  WK-SALDO-MEDIO              PIC S9(09)V99 COMP-3 VALUE ZERO.
001890 77  WK-QT-DIAS-NEGATIVO         PIC 9(07) COMP VALUE ZERO.
001900 77  WK-VL-JUROS-DEVEDOR         PIC S9(09)V99 COMP-3 VALUE ZERO.
001910 77  WK-QT-REJ-LIMITE            PIC 9(05) COMP VALUE ZERO.
001920 77  WK-QT-OCORRENCIAS           PIC 9(03) COMP VALUE ZERO.
001930 77  WK-VL-DEVEDOR               PIC S9(09)V99 COMP-3 VALUE ZERO.
001940 77  WK-VL-ACRESCIMO             PIC S9(09)V99 COMP-3 VALUE ZERO.
001950 77  WK-LIMITE-PROPOSTO          PIC S9(09)V99 COMP-3 VALUE ZERO.
001960*
001970 77  WK-QT-CLIENTES-LIDOS        PIC 9(07) COMP VALUE ZERO.
001980 77  WK-QT-CLIENTES-REVISADOS    PIC 9(07) COMP VALUE ZERO.
001990 77  WK-QT-SEM-FECHAMENTOS       PIC 9(07) COMP VALUE ZERO.
002000 77  WK-QT-AUMENTOS              PIC 9(07) COMP VALUE ZERO.
002010 77  WK-QT-REDUCOES              PIC 9(07) COMP VALUE ZERO.
002020 77  WK-QT-REDUCOES-PISO         PIC 9(07) COMP VALUE ZERO.
002030 77  WK-QT-REDUCOES-IMPEDIDAS    PIC 9(07) COMP VALUE ZERO.
002040 77  WK-QT-MANTIDOS              PIC 9(07) COMP VALUE ZERO.
002050 77  WK-QT-PROPOSTAS             PIC 9(07) COMP VALUE ZERO.
002060 77  WK-VL-TOTAL-AUMENTOS        PIC S9(13)V99 COMP-3 VALUE ZERO.
002070 77  WK-VL-TOTAL-REDUCOES        PIC S9(13)V99 COMP-3 VALUE ZERO.
002080*
002090     COPY CTDPARM.
002100*
002110 01  WK-CABECALHO.
002120     05  FILLER                  PIC X(30)
002130         VALUE "REVISAO DE LIMITES DE CREDITO ".
002140     05  FILLER                  PIC X(22)
002150         VALUE "- JANELA DE 90 DIAS DE".
002160     05  FILLER                  PIC X(01) VALUE SPACES.
002170     05  REVCAB-INICIO           PIC 9(08).
002180     05  FILLER                  PIC X(03) VALUE " A ".
002190     05  REVCAB-FIM              PIC 9(08).
002200     05  FILLER                  PIC X(60) VALUE SPACES.
002210*
002220 01  WK-LINHA-VIGENCIA.
002230     05  FILLER                  PIC X(21)
002240         VALUE "VIGENCIA DAS REGRAS: ".
002250     05  REVPAR-VIGENCIA         PIC 9(08).
002260     05  FILLER                  PIC X(103) VALUE SPACES.
002270*
002280 01  WK-LINHA-REGRAS-AUMENTO.
002290     05  FILLER                  PIC X(22)
002300         VALUE "AUMENTO - REJEICOES>= ".
002310     05  REVPAR-REJ-AUMENTO      PIC ZZ9.
002320     05  FILLER                  PIC X(13)
002330         VALUE "  DIAS NEG<= ".
002340     05  REVPAR-DIAS-AUMENTO     PIC ZZ9.
002350     05  FILLER                  PIC X(16)
002360         VALUE "  SALDO MEDIO>= ".
002370     05  REVPAR-SALDO-AUMENTO    PIC ZZZZZZZZ9.99.
002380     05  FILLER                  PIC X(08) VALUE "  PERC. ".
002390     05  REVPAR-PC-AUMENTO       PIC ZZ9.99.
002400     05  FILLER                  PIC X(09) VALUE "  MINIMO ".
002410     05  REVPAR-AUMENTO-MINIMO   PIC ZZZZZZZZ9.99.
002420     05  FILLER                  PIC X(09) VALUE "  MAXIMO ".
002430     05  REVPAR-LIMITE-MAXIMO    PIC ZZZZZZZZ9.99.
002440     05  FILLER                  PIC X(07) VALUE SPACES.
002450*
002460 01  WK-LINHA-REGRAS-REDUCAO.
002470     05  FILLER                  PIC X(21)
002480         VALUE "REDUCAO - DIAS NEG>= ".
002490     05  REVPAR-DIAS-REDUCAO     PIC ZZ9.
002500     05  FILLER                  PIC X(21)
002510         VALUE "  OU JUROS DEVEDOR>= ".
002520     05  REVPAR-JUROS-REDUCAO    PIC ZZZZZZZZ9.99.
002530     05  FILLER                  PIC X(08) VALUE "  PERC. ".
002540     05  REVPAR-PC-REDUCAO       PIC ZZ9.99.
002550     05  FILLER                  PIC X(29)
002560         VALUE "  (ZERO = CRITERIO DESLIGADO)".
002570     05  FILLER                  PIC X(32) VALUE SPACES.
002580*
002590 01  WK-LINHA-BRANCO             PIC X(132) VALUE SPACES.
002600*
002610 01  WK-TITULO-COLUNAS.
002620     05  FILLER                  PIC X(41)
002630         VALUE "  CLIENTE NOME".
002640     05  FILLER                  PIC X(13)
002650         VALUE "LIMITE ATUAL ".
002660     05  FILLER                  PIC X(14)
002670         VALUE "  SALDO ATUAL ".
002680     05  FILLER                  PIC X(14)
002690         VALUE "  SALDO MEDIO ".
002700     05  FILLER                  PIC X(04)
002710         VALUE "DIAS".
002720     05  FILLER                  PIC X(13)
002730         VALUE "  JUROS DEV. ".
002740     05  FILLER                  PIC X(06)
002750         VALUE "  REJ ".
002760     05  FILLER                  PIC X(11)
002770         VALUE "DECISAO".
002780     05  FILLER                  PIC X(12)
002790         VALUE " NOVO LIMITE".
002800     05  FILLER                  PIC X(04) VALUE SPACES.
002810*
002820 01  WK-DETALHE.
002830     05  REVDET-CLIENTE          PIC ZZZZZZZZ9.
002840     05  FILLER                  PIC X(01) VALUE SPACES.
002850     05  REVDET-NOME             PIC X(30).
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  REVDET-LIMITE           PIC ZZZZZZZZ9.99.
002880     05  FILLER                  PIC X(01) VALUE SPACES.
002890     05  REVDET-SALDO            PIC -ZZZZZZZZ9.99.
002900     05  FILLER                  PIC X(01) VALUE SPACES.
002910     05  REVDET-SALDO-MEDIO      PIC -ZZZZZZZZ9.99.
002920     05  FILLER                  PIC X(01) VALUE SPACES.
002930     05  REVDET-DIAS             PIC ZZ9.
002940     05  FILLER                  PIC X(01) VALUE SPACES.
002950     05  REVDET-JUROS            PIC ZZZZZZZZ9.99.
002960     05  FILLER                  PIC X(01) VALUE SPACES.
002970     05  REVDET-REJEICOES        PIC ZZZZ9.
002980     05  FILLER                  PIC X(01) VALUE SPACES.
002990     05  REVDET-DECISAO          PIC X(10).
003000     05  FILLER                  PIC X(01) VALUE SPACES.
003010     05  REVDET-NOVO-LIMITE      PIC ZZZZZZZZ9.99.
003020     05  FILLER                  PIC X(04) VALUE SPACES.
003030*
003040 01  WK-LINHA-NENHUMA.
003050     05  FILLER                  PIC X(45)
003060         VALUE "NENHUMA ALTERACAO DE LIMITE PROPOSTA.".
003070     05  FILLER                  PIC X(87) VALUE SPACES.
003080*
003090 01  WK-LINHA-LEGENDA-1.
003100     05  FILLER                  PIC X(39)
003110         VALUE "REDUC.PISO = REDUCAO LIMITADA AO VALOR ".
003120     05  FILLER                  PIC X(19)
003130         VALUE "DEVEDOR DO CLIENTE.".
003140     05  FILLER                  PIC X(74) VALUE SPACES.
003150*
003160 01  WK-LINHA-LEGENDA-2.
003170     05  FILLER                  PIC X(37)
003180         VALUE "IMPEDIDA   = REDUCAO INDICADA, MAS O ".
003190     05  FILLER                  PIC X(45)
003200         VALUE "VALOR DEVEDOR NAO PERMITE - NADA E PROPOSTO.".
003210     05  FILLER                  PIC X(50) VALUE SPACES.
003220*
003230 01  WK-TOTAL-VALOR.
003240     05  TOTVAL-ROTULO           PIC X(30).
003250     05  TOTVAL-QUANTIDADE       PIC Z,ZZZ,ZZ9.
003260     05  FILLER                  PIC X(08) VALUE "  VALOR ".
003270     05  TOTVAL-VALOR            PIC ZZZZZZZZZZZZ9.99.
003280     05  FILLER                  PIC X(69) VALUE SPACES.
003290*
003300 01  WK-TOTAL-QUANTIDADE.
003310     05  TOTQTD-ROTULO           PIC X(30).
003320     05  TOTQTD-QUANTIDADE       PIC Z,ZZZ,ZZ9.
003330     05  FILLER                  PIC X(93) VALUE SPACES.
003340*
003350 PROCEDURE DIVISION.
003360*
003370 0000-MAINLINE.
003380     PERFORM 0500-VERIFICAR-DIA
003390         THRU 0500-VERIFICAR-DIA-EXIT.
003400*
003410     IF CTD-BLOQUEADO
003420         GO TO 9999-FIM
003430     END-IF.
003440*
003450     PERFORM 1000-INICIALIZAR
003460         THRU 1000-INICIALIZAR-EXIT.
003470*
003480     IF WK-REVISAO-LIBERADA
003490         PERFORM 2000-REVISAR-CLIENTE
003500             THRU 2000-REVISAR-CLIENTE-EXIT
003510             UNTIL WK-FIM-CLIENTES
003520     END-IF.
003530*
003540     PERFORM 8000-FINALIZAR
003550         THRU 8000-FINALIZAR-EXIT.
003560*
003570     IF WK-REVISAO-LIBERADA
003580        AND RETURN-CODE IS LESS THAN 12
003590         PERFORM 8900-CONCLUIR-DIA
003600             THRU 8900-CONCLUIR-DIA-EXIT
003610     END-IF.
003620*
003630     GO TO 9999-FIM.
003640*
003650 0500-VERIFICAR-DIA.
003660*----------------------------------------------------------------
003670*    CONFERE NO CONTROLE DO DIA (DIACTL, SUBPROGRAMA
003680*    CONTROLE-DIA) QUE NAO EXISTE NENHUM ARQUIVAMENTO
003690*    (ARQAUD) EM ANDAMENTO: NESSA JANELA O HISTORICO PODE
003700*    ESTAR SEM PARTE DOS EVENTOS.  CARIMBA O PROPRIO INICIO;
003710*    BLOQUEADO, ENCERRA COM RETURN-CODE 12 SEM REVISAR NADA.
003720*----------------------------------------------------------------
003730     SET CTD-FN-INICIAR TO TRUE.
003740     MOVE "REVLIM  "            TO CTD-PASSO-CHAMADOR.
003750     MOVE ZERO                  TO CTD-DATA-PROCESSO.
003760     MOVE SPACES                TO CTD-PASSO-EXIGIDO (1).
003770     MOVE SPACES                TO CTD-PASSO-EXIGIDO (2).
003780     MOVE SPACES                TO CTD-PASSO-EXIGIDO (3).
003790     MOVE "S"                   TO CTD-VERIFICA-ARQUIVAMENTO.
003800*
003810     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
003820*
003830     IF CTD-BLOQUEADO
003840         DISPLAY "PASSO REVLIM BLOQUEADO PELO CONTROLE DO "
003850                 "DIA: " CTD-MOTIVO-BLOQUEIO
003860         MOVE 12 TO RETURN-CODE
003870     END-IF.
003880*
003890 0500-VERIFICAR-DIA-EXIT.
003900     EXIT.
003910*
003920 1000-INICIALIZAR.
003930*----------------------------------------------------------------
003940*    LE A DATA DE REFERENCIA DO SYSIN, MONTA A JANELA DE 90
003950*    DIAS, CARREGA A VIGENCIA DAS REGRAS, ABRE OS ARQUIVOS E
003960*    EMITE OS CABECALHOS.  DATA INVALIDA, FALTA DE VIGENCIA OU
003970*    ARQUIVO MESTRE OU HISTORICO INACESSIVEL ENCERRAM COM
003980*    RETURN-CODE 12 SEM REVISAR NADA.  SEM O HISTORICO DE
003990*    SALDOS A REVISAO SEGUE COM O SALDO MEDIO PELOS EVENTOS,
004000*    COM AVISO.
004010*----------------------------------------------------------------
004020     ACCEPT WK-DATA-REFERENCIA.
004030     IF WK-DATA-REFERENCIA IS NOT NUMERIC
004040        OR WK-DATA-REFERENCIA IS EQUAL TO ZERO
004050         DISPLAY "DATA DE REFERENCIA INVALIDA NO SYSIN - INFORME "
004060                 "AAAAMMDD."
004070         MOVE 12 TO RETURN-CODE
004080         GO TO 1000-INICIALIZAR-EXIT
004090     END-IF.
004100*
004110     COMPUTE WK-DIAS-REFERENCIA =
004120             FUNCTION INTEGER-OF-DATE (WK-DATA-REFERENCIA).
004130     COMPUTE WK-DIAS-INICIO-JANELA =
004140             WK-DIAS-REFERENCIA - WK-QT-DIAS-JANELA + 1.
004150     COMPUTE WK-DATA-INICIO-JANELA =
004160             FUNCTION DATE-OF-INTEGER (WK-DIAS-INICIO-JANELA).
004170*
004180     PERFORM 1100-CARREGAR-PARAMETROS
004190         THRU 1100-CARREGAR-PARAMETROS-EXIT.
004200*
004210     IF NOT WK-VIGENCIA-ESCOLHIDA
004220         DISPLAY "NENHUMA VIGENCIA DE REGRAS DE LIMITE SE APLICA "
004230                 "A " WK-DATA-REFERENCIA " - NADA REVISADO."
004240         MOVE 12 TO RETURN-CODE
004250         GO TO 1000-INICIALIZAR-EXIT
004260     END-IF.
004270*
004280     OPEN INPUT HISTORICO-AUDITORIA.
004290     IF NOT WK-FS-AUDHIST-OK
004300         DISPLAY "HISTORICO AUDHIST INDISPONIVEL (FILE STATUS "
004310                 WK-FS-AUDHIST ") - NADA REVISADO."
004320         MOVE 12 TO RETURN-CODE
004330         GO TO 1000-INICIALIZAR-EXIT
004340     END-IF.
004350*
004360     OPEN INPUT CLIENTES-MASTER.
004370     IF NOT WK-FS-CLIMSTR-OK
004380         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE - FILE STATUS "
004390                 WK-FS-CLIMSTR " - NADA REVISADO."
004400         CLOSE HISTORICO-AUDITORIA
004410         MOVE 12 TO RETURN-CODE
004420         GO TO 1000-INICIALIZAR-EXIT
004430     END-IF.
004440*
004450     OPEN INPUT SALDOS-DIARIOS.
004460     IF WK-FS-SLDHIST-OK
004470         SET WK-SLDHIST-ABERTO TO TRUE
004480     ELSE
004490         DISPLAY "HISTORICO DE SALDOS SLDHIST INDISPONIVEL "
004500                 "(FILE STATUS " WK-FS-SLDHIST ") - SALDO MEDIO "
004510                 "PELOS EVENTOS DA JANELA."
004520     END-IF.
004530*
004540     OPEN OUTPUT RELATORIO.
004550     OPEN OUTPUT ARQUIVO-PROPOSTAS.
004560     SET WK-REVISAO-LIBERADA TO TRUE.
004570*
004580     DISPLAY "REVISAO DE LIMITES - JANELA " WK-DATA-INICIO-JANELA
004590             " A " WK-DATA-REFERENCIA.
004600*
004610     MOVE WK-DATA-INICIO-JANELA  TO REVCAB-INICIO.
004620     MOVE WK-DATA-REFERENCIA     TO REVCAB-FIM.
004630     MOVE WK-DATA-VIGENCIA       TO REVPAR-VIGENCIA.
004640     MOVE WK-QT-REJ-AUMENTO      TO REVPAR-REJ-AUMENTO.
004650     MOVE WK-QT-DIAS-NEG-AUMENTO TO REVPAR-DIAS-AUMENTO.
004660     MOVE WK-VL-SALDO-MEDIO-AUMENTO
004670                                 TO REVPAR-SALDO-AUMENTO.
004680     MOVE WK-PC-AUMENTO          TO REVPAR-PC-AUMENTO.
004690     MOVE WK-VL-AUMENTO-MINIMO   TO REVPAR-AUMENTO-MINIMO.
004700     MOVE WK-VL-LIMITE-MAXIMO    TO REVPAR-LIMITE-MAXIMO.
004710     MOVE WK-QT-DIAS-NEG-REDUCAO TO REVPAR-DIAS-REDUCAO.
004720     MOVE WK-VL-JUROS-REDUCAO    TO REVPAR-JUROS-REDUCAO.
004730     MOVE WK-PC-REDUCAO          TO REVPAR-PC-REDUCAO.
004740     WRITE REL-LINHA FROM WK-CABECALHO.
004750     WRITE REL-LINHA FROM WK-LINHA-VIGENCIA.
004760     WRITE REL-LINHA FROM WK-LINHA-REGRAS-AUMENTO.
004770     WRITE REL-LINHA FROM WK-LINHA-REGRAS-REDUCAO.
004780     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
004790     WRITE REL-LINHA FROM WK-TITULO-COLUNAS.
004800*
004810     PERFORM 2900-LER-CLIENTE
004820         THRU 2900-LER-CLIENTE-EXIT.
004830*
004840 1000-INICIALIZAR-EXIT.
004850     EXIT.
004860*
004870 1100-CARREGAR-PARAMETROS.
004880*----------------------------------------------------------------
004890*    LE O ARQUIVO DE PARAMETROS LIMPARAM E GUARDA AS REGRAS DA
004900*    VIGENCIA DE MAIOR DATA QUE NAO SEJA POSTERIOR A DATA DE
004910*    REFERENCIA (EMPATE DE DATA: VALE O ULTIMO REGISTRO
004920*    GRAVADO, COMO NO TXPARAM E NO TARPARAM).
004930*----------------------------------------------------------------
004940     OPEN INPUT ARQUIVO-PARAMETROS.
004950*
004960     IF NOT WK-FS-LIMPARAM-OK
004970         DISPLAY "ARQUIVO DE PARAMETROS LIMPARAM INDISPONIVEL - "
004980                 "FILE STATUS " WK-FS-LIMPARAM
004990         GO TO 1100-CARREGAR-PARAMETROS-EXIT
005000     END-IF.
005010*
005020     PERFORM 1110-LER-PARAMETRO
005030         THRU 1110-LER-PARAMETRO-EXIT
005040         UNTIL WK-FIM-PARAMETROS.
005050*
005060     CLOSE ARQUIVO-PARAMETROS.
005070*
005080     IF WK-VIGENCIA-ESCOLHIDA
005090         DISPLAY "VIGENCIA DE REGRAS DE LIMITE APLICADA: "
005100                 WK-DATA-VIGENCIA
005110     END-IF.
005120*
005130 1100-CARREGAR-PARAMETROS-EXIT.
005140     EXIT.
005150*
005160 1110-LER-PARAMETRO.
005170*----------------------------------------------------------------
005180*    LE UM REGISTRO DO ARQUIVO DE PARAMETROS E, QUANDO ELE E A
005190*    MELHOR VIGENCIA ATE AGORA PARA A DATA DE REFERENCIA,
005200*    GUARDA AS SUAS REGRAS.
005210*----------------------------------------------------------------
005220     READ ARQUIVO-PARAMETROS
005230         AT END
005240             SET WK-FIM-PARAMETROS TO TRUE
005250             GO TO 1110-LER-PARAMETRO-EXIT
005260     END-READ.
005270*
005280     IF NOT WK-FS-LIMPARAM-OK
005290         DISPLAY "ERRO AO LER O ARQUIVO DE PARAMETROS - FILE "
005300                 "STATUS " WK-FS-LIMPARAM
005310         SET WK-FIM-PARAMETROS TO TRUE
005320         MOVE "N" TO WK-SW-VIGENCIA
005330         GO TO 1110-LER-PARAMETRO-EXIT
005340     END-IF.
005350*
005360     IF LRP-DATA-INICIO-VIGENCIA
005370          IS GREATER THAN WK-DATA-REFERENCIA
005380         GO TO 1110-LER-PARAMETRO-EXIT
005390     END-IF.
005400*
005410     IF WK-VIGENCIA-ESCOLHIDA
005420        AND LRP-DATA-INICIO-VIGENCIA
005430             IS LESS THAN WK-DATA-VIGENCIA
005440         GO TO 1110-LER-PARAMETRO-EXIT
005450     END-IF.
005460*
005470     SET WK-VIGENCIA-ESCOLHIDA TO TRUE.
005480     MOVE LRP-DATA-INICIO-VIGENCIA   TO WK-DATA-VIGENCIA.
005490     MOVE LRP-QT-REJ-AUMENTO         TO WK-QT-REJ-AUMENTO.
005500     MOVE LRP-QT-DIAS-NEG-AUMENTO    TO WK-QT-DIAS-NEG-AUMENTO.
005510     MOVE LRP-VL-SALDO-MEDIO-AUMENTO TO WK-VL-SALDO-MEDIO-AUMENTO.
005520     MOVE LRP-PC-AUMENTO             TO WK-PC-AUMENTO.
005530     MOVE LRP-VL-AUMENTO-MINIMO      TO WK-VL-AUMENTO-MINIMO.
005540     MOVE LRP-VL-LIMITE-MAXIMO       TO WK-VL-LIMITE-MAXIMO.
005550     MOVE LRP-QT-DIAS-NEG-REDUCAO    TO WK-QT-DIAS-NEG-REDUCAO.
005560     MOVE LRP-VL-JUROS-REDUCAO       TO WK-VL-JUROS-REDUCAO.
005570     MOVE LRP-PC-REDUCAO             TO WK-PC-REDUCAO.
005580*
005590 1110-LER-PARAMETRO-EXIT.
005600     EXIT.
005610*
005620 2000-REVISAR-CLIENTE.
005630*----------------------------------------------------------------
005640*    REVISA O CLIENTE CORRENTE: APENAS CLIENTES ATIVOS; APURA
005650*    OS INDICADORES DA JANELA, DECIDE A PROPOSTA E, HAVENDO
005660*    AUMENTO OU REDUCAO (OU REDUCAO IMPEDIDA), IMPRIME A LINHA
005670*    DO RELATORIO E GRAVA A PROPOSTA.
005680*----------------------------------------------------------------
005690     ADD 1 TO WK-QT-CLIENTES-LIDOS.
005700*
005710     IF NOT CLI-ATIVO
005720         GO TO 2000-REVISAR-PROXIMO
005730     END-IF.
005740*
005750     ADD 1 TO WK-QT-CLIENTES-REVISADOS.
005760*
005770     PERFORM 2100-APURAR-HISTORICO
005780         THRU 2100-APURAR-HISTORICO-EXIT.
005790*
005800     PERFORM 2200-APURAR-FECHAMENTOS
005810         THRU 2200-APURAR-FECHAMENTOS-EXIT.
005820*
005830     IF WK-QT-FECHAMENTOS-CLIENTE IS GREATER THAN ZERO
005840         COMPUTE WK-SALDO-MEDIO ROUNDED =
005850                 WK-SOMA-FECHAMENTOS / WK-QT-FECHAMENTOS-CLIENTE
005860         MOVE WK-QT-FECHAMENTOS-NEGATIVOS TO WK-QT-DIAS-NEGATIVO
005870     ELSE
005880         ADD 1 TO WK-QT-SEM-FECHAMENTOS
005890         IF WK-QT-EVENTOS-CLIENTE IS GREATER THAN ZERO
005900             COMPUTE WK-SALDO-MEDIO ROUNDED =
005910                     WK-SOMA-SALDOS / WK-QT-EVENTOS-CLIENTE
005920         ELSE
005930             MOVE CLI-SALDO TO WK-SALDO-MEDIO
005940         END-IF
005950         PERFORM 2300-APURAR-NEGATIVO-CORRENTE
005960             THRU 2300-APURAR-NEGATIVO-CORRENTE-EXIT
005970     END-IF.
005980*
005990     PERFORM 3000-DECIDIR-PROPOSTA
006000         THRU 3000-DECIDIR-PROPOSTA-EXIT.
006010*
006020     EVALUATE TRUE
006030         WHEN WK-PROP-MANTER
006040             ADD 1 TO WK-QT-MANTIDOS
006050         WHEN WK-PROP-REDUCAO-IMPEDIDA
006060             ADD 1 TO WK-QT-MANTIDOS
006070             ADD 1 TO WK-QT-REDUCOES-IMPEDIDAS
006080             PERFORM 4100-IMPRIMIR-DETALHE
006090                 THRU 4100-IMPRIMIR-DETALHE-EXIT
006100         WHEN OTHER
006110             PERFORM 4000-GRAVAR-PROPOSTA
006120                 THRU 4000-GRAVAR-PROPOSTA-EXIT
006130             PERFORM 4100-IMPRIMIR-DETALHE
006140                 THRU 4100-IMPRIMIR-DETALHE-EXIT
006150     END-EVALUATE.
006160*
006170 2000-REVISAR-PROXIMO.
006180     PERFORM 2900-LER-CLIENTE
006190         THRU 2900-LER-CLIENTE-EXIT.
006200*
006210 2000-REVISAR-CLIENTE-EXIT.
006220     EXIT.
006230*
006240 2100-APURAR-HISTORICO.
006250*----------------------------------------------------------------
006260*    PERCORRE NO HISTORICO OS EVENTOS DO CLIENTE CORRENTE NA
006270*    JANELA: SOMA OS JUROS DEVEDORES COBRADOS MENOS OS
006280*    ESTORNADOS, CONTA OS MOVIMENTOS REJEITADOS POR EXCEDER O
006290*    LIMITE E ACUMULA OS SALDOS RESULTANTES DOS EVENTOS DE
006300*    SALDO PARA O SALDO MEDIO DE CONTINGENCIA.
006310*----------------------------------------------------------------
006320     MOVE ZERO TO WK-QT-EVENTOS-CLIENTE.
006330     MOVE ZERO TO WK-SOMA-SALDOS.
006340     MOVE ZERO TO WK-VL-JUROS-DEVEDOR.
006350     MOVE ZERO TO WK-QT-REJ-LIMITE.
006360     MOVE "N"  TO WK-SW-FIM-HISTORICO.
006370*
006380     MOVE CLI-NUMERO            TO HIS-CLI-NUMERO.
006390     MOVE WK-DATA-INICIO-JANELA TO HIS-DATA.
006400     MOVE ZERO                  TO HIS-HORA.
006410     MOVE ZERO                  TO HIS-SEQ-DESEMPATE.
006420*
006430     START HISTORICO-AUDITORIA
006440         KEY IS NOT LESS THAN HIS-CHAVE
006450         INVALID KEY
006460             SET WK-FIM-HISTORICO TO TRUE
006470     END-START.
006480*
006490     PERFORM 2110-LER-EVENTO-HISTORICO
006500         THRU 2110-LER-EVENTO-HISTORICO-EXIT
006510         UNTIL WK-FIM-HISTORICO.
006520*
006530 2100-APURAR-HISTORICO-EXIT.
006540     EXIT.
006550*
006560 2110-LER-EVENTO-HISTORICO.
006570*----------------------------------------------------------------
006580*    LE O PROXIMO EVENTO DO HISTORICO E O CLASSIFICA,
006590*    ENCERRANDO QUANDO MUDA O CLIENTE OU A DATA PASSA DA DATA
006600*    DE REFERENCIA.  O REJEITADO POR LIMITE E RECONHECIDO PELO
006610*    MOTIVO GRAVADO PELOS DRIVERS ("... EXCEDE O LIMITE DE
006620*    CREDITO ..."), QUE E O QUE O DISTINGUE DAS REJEICOES POR
006630*    BLOQUEIO OU ENCERRAMENTO.
006640*----------------------------------------------------------------
006650     READ HISTORICO-AUDITORIA NEXT RECORD
006660         AT END
006670             SET WK-FIM-HISTORICO TO TRUE
006680             GO TO 2110-LER-EVENTO-HISTORICO-EXIT
006690     END-READ.
006700*
006710     IF NOT WK-FS-AUDHIST-OK
006720         DISPLAY "ERRO AO LER O HISTORICO - FILE STATUS "
006730                 WK-FS-AUDHIST
006740         SET WK-FIM-HISTORICO TO TRUE
006750         GO TO 2110-LER-EVENTO-HISTORICO-EXIT
006760     END-IF.
006770*
006780     IF HIS-CLI-NUMERO IS NOT EQUAL TO CLI-NUMERO
006790        OR HIS-DATA IS GREATER THAN WK-DATA-REFERENCIA
006800         SET WK-FIM-HISTORICO TO TRUE
006810         GO TO 2110-LER-EVENTO-HISTORICO-EXIT
006820     END-IF.
006830*
006840     IF HIS-EV-MOVIMENTO OR HIS-EV-JUROS OR HIS-EV-AJUSTE
006850        OR HIS-EV-REMUNERACAO OR HIS-EV-TARIFA
006860        OR HIS-EV-ESTORNO
006870         ADD 1 TO WK-QT-EVENTOS-CLIENTE
006880         ADD HIS-SALDO-RESULTANTE TO WK-SOMA-SALDOS
006890     END-IF.
006900*
006910     IF HIS-EV-JUROS
006920         ADD HIS-VALOR-EVENTO TO WK-VL-JUROS-DEVEDOR
006930     END-IF.
006940*
006950     IF HIS-EV-ESTORNO
006960        AND HIS-EST-TIPO-ORIGINAL IS EQUAL TO "JUROS"
006970         SUBTRACT HIS-VALOR-EVENTO FROM WK-VL-JUROS-DEVEDOR
006980     END-IF.
006990*
007000     IF HIS-EV-REJEITADO
007010         MOVE ZERO TO WK-QT-OCORRENCIAS
007020         INSPECT HIS-MOTIVO TALLYING WK-QT-OCORRENCIAS
007030             FOR ALL "EXCEDE O LIMITE"
007040         IF WK-QT-OCORRENCIAS IS GREATER THAN ZERO
007050             ADD 1 TO WK-QT-REJ-LIMITE
007060         END-IF
007070     END-IF.
007080*
007090 2110-LER-EVENTO-HISTORICO-EXIT.
007100     EXIT.
007110*
007120 2200-APURAR-FECHAMENTOS.
007130*----------------------------------------------------------------
007140*    PERCORRE NO HISTORICO DE SALDOS OS FECHAMENTOS DIARIOS DO
007150*    CLIENTE CORRENTE NA JANELA, SOMANDO OS SALDOS PARA O SALDO
007160*    MEDIO E CONTANDO OS DIAS FECHADOS COM SALDO NEGATIVO.
007170*----------------------------------------------------------------
007180     MOVE ZERO TO WK-QT-FECHAMENTOS-CLIENTE.
007190     MOVE ZERO TO WK-SOMA-FECHAMENTOS.
007200     MOVE ZERO TO WK-QT-FECHAMENTOS-NEGATIVOS.
007210     MOVE "N"  TO WK-SW-FIM-FECHAMENTOS.
007220*
007230     IF NOT WK-SLDHIST-ABERTO
007240         GO TO 2200-APURAR-FECHAMENTOS-EXIT
007250     END-IF.
007260*
007270     MOVE CLI-NUMERO            TO SDH-CLI-NUMERO.
007280     MOVE WK-DATA-INICIO-JANELA TO SDH-DATA.
007290*
007300     START SALDOS-DIARIOS
007310         KEY IS NOT LESS THAN SDH-CHAVE
007320         INVALID KEY
007330             SET WK-FIM-FECHAMENTOS TO TRUE
007340     END-START.
007350*
007360     PERFORM 2210-LER-FECHAMENTO
007370         THRU 2210-LER-FECHAMENTO-EXIT
007380         UNTIL WK-FIM-FECHAMENTOS.
007390*
007400 2200-APURAR-FECHAMENTOS-EXIT.
007410     EXIT.
007420*
007430 2210-LER-FECHAMENTO.
007440*----------------------------------------------------------------
007450*    LE O PROXIMO FECHAMENTO E O SOMA AOS INDICADORES,
007460*    ENCERRANDO QUANDO MUDA O CLIENTE OU A DATA PASSA DA DATA
007470*    DE REFERENCIA.
007480*----------------------------------------------------------------
007490     READ SALDOS-DIARIOS NEXT RECORD
007500         AT END
007510             SET WK-FIM-FECHAMENTOS TO TRUE
007520             GO TO 2210-LER-FECHAMENTO-EXIT
007530     END-READ.
007540*
007550     IF NOT WK-FS-SLDHIST-OK
007560         DISPLAY "ERRO AO LER O HISTORICO DE SALDOS - FILE "
007570                 "STATUS " WK-FS-SLDHIST
007580         SET WK-FIM-FECHAMENTOS TO TRUE
007590         GO TO 2210-LER-FECHAMENTO-EXIT
007600     END-IF.
007610*
007620     IF SDH-CLI-NUMERO IS NOT EQUAL TO CLI-NUMERO
007630        OR SDH-DATA IS GREATER THAN WK-DATA-REFERENCIA
007640         SET WK-FIM-FECHAMENTOS TO TRUE
007650         GO TO 2210-LER-FECHAMENTO-EXIT
007660     END-IF.
007670*
007680     ADD 1         TO WK-QT-FECHAMENTOS-CLIENTE.
007690     ADD SDH-SALDO TO WK-SOMA-FECHAMENTOS.
007700     IF SDH-SALDO IS LESS THAN ZERO
007710         ADD 1 TO WK-QT-FECHAMENTOS-NEGATIVOS
007720     END-IF.
007730*
007740 2210-LER-FECHAMENTO-EXIT.
007750     EXIT.
007760*
007770 2300-APURAR-NEGATIVO-CORRENTE.
007780*----------------------------------------------------------------
007790*    SEM FECHAMENTOS NA JANELA, CONTA COMO DIAS NEGATIVO OS
007800*    DIAS DO PERIODO NEGATIVO CORRENTE (DESDE
007810*    CLI-DATA-SALDO-NEGATIVO) QUE CAEM DENTRO DA JANELA.
007820*----------------------------------------------------------------
007830     MOVE ZERO TO WK-QT-DIAS-NEGATIVO.
007840*
007850     IF CLI-DATA-SALDO-NEGATIVO IS NOT NUMERIC
007860        OR CLI-DATA-SALDO-NEGATIVO IS EQUAL TO ZERO
007870        OR CLI-DATA-SALDO-NEGATIVO
007880             IS GREATER THAN WK-DATA-REFERENCIA
007890        OR CLI-SALDO IS NOT LESS THAN ZERO
007900         GO TO 2300-APURAR-NEGATIVO-CORRENTE-EXIT
007910     END-IF.
007920*
007930     COMPUTE WK-DIAS-INICIO-NEGATIVO =
007940             FUNCTION INTEGER-OF-DATE (CLI-DATA-SALDO-NEGATIVO).
007950     IF WK-DIAS-INICIO-NEGATIVO IS LESS THAN WK-DIAS-INICIO-JANELA
007960         MOVE WK-DIAS-INICIO-JANELA TO WK-DIAS-INICIO-NEGATIVO
007970     END-IF.
007980*
007990     COMPUTE WK-QT-DIAS-NEGATIVO =
008000             WK-DIAS-REFERENCIA - WK-DIAS-INICIO-NEGATIVO + 1.
008010*
008020 2300-APURAR-NEGATIVO-CORRENTE-EXIT.
008030     EXIT.
008040*
008050 2900-LER-CLIENTE.
008060*----------------------------------------------------------------
008070*    LE O PROXIMO CLIENTE DO ARQUIVO MESTRE.  ERRO DE LEITURA
008080*    ENCERRA A REVISAO COM RETURN-CODE 12: UM ARQUIVO DE
008090*    PROPOSTAS PARCIAL NAO DEVE SER PROCESSADO.
008100*----------------------------------------------------------------
008110     READ CLIENTES-MASTER NEXT RECORD
008120         AT END
008130             SET WK-FIM-CLIENTES TO TRUE
008140             GO TO 2900-LER-CLIENTE-EXIT
008150     END-READ.
008160*
008170     IF NOT WK-FS-CLIMSTR-OK
008180         DISPLAY "ERRO AO LER O ARQUIVO MESTRE - FILE STATUS "
008190                 WK-FS-CLIMSTR " - REVISAO INCOMPLETA."
008200         MOVE 12 TO RETURN-CODE
008210         SET WK-FIM-CLIENTES TO TRUE
008220     END-IF.
008230*
008240 2900-LER-CLIENTE-EXIT.
008250     EXIT.
008260*
008270 3000-DECIDIR-PROPOSTA.
008280*----------------------------------------------------------------
008290*    APLICA AS REGRAS DA VIGENCIA AOS INDICADORES DO CLIENTE.
008300*    A REDUCAO E AVALIADA PRIMEIRO E NUNCA PROPOE LIMITE ABAIXO
008310*    DO VALOR DEVEDOR ATUAL; SEM REDUCAO INDICADA, AVALIA O
008320*    AUMENTO, LIMITADO AO LIMITE MAXIMO DA VIGENCIA.
008330*----------------------------------------------------------------
008340     SET WK-PROP-MANTER TO TRUE.
008350     MOVE CLI-LIMITE-CREDITO TO WK-LIMITE-PROPOSTO.
008360*
008370     IF CLI-SALDO IS LESS THAN ZERO
008380         COMPUTE WK-VL-DEVEDOR = ZERO - CLI-SALDO
008390     ELSE
008400         MOVE ZERO TO WK-VL-DEVEDOR
008410     END-IF.
008420*
008430     IF (WK-QT-DIAS-NEG-REDUCAO IS GREATER THAN ZERO
008440         AND WK-QT-DIAS-NEGATIVO
008450              IS NOT LESS THAN WK-QT-DIAS-NEG-REDUCAO)
008460        OR (WK-VL-JUROS-REDUCAO IS GREATER THAN ZERO
008470         AND WK-VL-JUROS-DEVEDOR
008480              IS NOT LESS THAN WK-VL-JUROS-REDUCAO)
008490         COMPUTE WK-LIMITE-PROPOSTO ROUNDED =
008500                 CLI-LIMITE-CREDITO * (100 - WK-PC-REDUCAO) / 100
008510         SET WK-PROP-REDUCAO TO TRUE
008520         IF WK-LIMITE-PROPOSTO IS LESS THAN WK-VL-DEVEDOR
008530             MOVE WK-VL-DEVEDOR TO WK-LIMITE-PROPOSTO
008540             SET WK-PROP-REDUCAO-PISO TO TRUE
008550         END-IF
008560         IF WK-LIMITE-PROPOSTO
008570              IS NOT LESS THAN CLI-LIMITE-CREDITO
008580             MOVE CLI-LIMITE-CREDITO TO WK-LIMITE-PROPOSTO
008590             SET WK-PROP-REDUCAO-IMPEDIDA TO TRUE
008600         END-IF
008610         GO TO 3000-DECIDIR-PROPOSTA-EXIT
008620     END-IF.
008630*
008640     IF WK-QT-REJ-LIMITE IS LESS THAN WK-QT-REJ-AUMENTO
008650        OR WK-QT-DIAS-NEGATIVO
008660             IS GREATER THAN WK-QT-DIAS-NEG-AUMENTO
008670        OR WK-SALDO-MEDIO IS LESS THAN WK-VL-SALDO-MEDIO-AUMENTO
008680        OR CLI-LIMITE-CREDITO IS NOT LESS THAN WK-VL-LIMITE-MAXIMO
008690         GO TO 3000-DECIDIR-PROPOSTA-EXIT
008700     END-IF.
008710*
008720     COMPUTE WK-VL-ACRESCIMO ROUNDED =
008730             CLI-LIMITE-CREDITO * WK-PC-AUMENTO / 100.
008740     IF WK-VL-ACRESCIMO IS LESS THAN WK-VL-AUMENTO-MINIMO
008750         MOVE WK-VL-AUMENTO-MINIMO TO WK-VL-ACRESCIMO
008760     END-IF.
008770*
008780     COMPUTE WK-LIMITE-PROPOSTO =
008790             CLI-LIMITE-CREDITO + WK-VL-ACRESCIMO.
008800     IF WK-LIMITE-PROPOSTO IS GREATER THAN WK-VL-LIMITE-MAXIMO
008810         MOVE WK-VL-LIMITE-MAXIMO TO WK-LIMITE-PROPOSTO
008820     END-IF.
008830*
008840     IF WK-LIMITE-PROPOSTO IS GREATER THAN CLI-LIMITE-CREDITO
008850         SET WK-PROP-AUMENTO TO TRUE
008860     END-IF.
008870*
008880 3000-DECIDIR-PROPOSTA-EXIT.
008890     EXIT.
008900*
008910 4000-GRAVAR-PROPOSTA.
008920*----------------------------------------------------------------
008930*    GRAVA A PROPOSTA NO LAYOUT DO CADLOTE: ALTERACAO COM O
008940*    NOVO LIMITE, NOME EM BRANCO (A CARGA MANTEM O NOME ATUAL)
008950*    E ORIGEM "REVLIM", QUE A CARGA GRAVA COMO USUARIO DO
008960*    EVENTO CADASTRO.  FALHA DE GRAVACAO ENCERRA COM
008970*    RETURN-CODE 12: O ARQUIVO NAO PODE SER PROCESSADO PELA
008980*    METADE.
008990*----------------------------------------------------------------
009000     MOVE SPACES             TO CAD-REGISTRO.
009010     SET CAD-ALTERACAO       TO TRUE.
009020     MOVE CLI-NUMERO         TO CAD-CLI-NUMERO.
009030     MOVE SPACES             TO CAD-NOME.
009040     MOVE WK-LIMITE-PROPOSTO TO CAD-LIMITE-CREDITO.
009050     MOVE "REVLIM"           TO CAD-AGENCIA-ORIGEM.
009060*
009070     WRITE CAD-REGISTRO.
009080*
009090     IF NOT WK-FS-PROPLIM-OK
009100         DISPLAY "ERRO AO GRAVAR A PROPOSTA DO CLIENTE "
009110                 CLI-NUMERO " - FILE STATUS " WK-FS-PROPLIM
009120         MOVE 12 TO RETURN-CODE
009130         SET WK-FIM-CLIENTES TO TRUE
009140         GO TO 4000-GRAVAR-PROPOSTA-EXIT
009150     END-IF.
009160*
009170     ADD 1 TO WK-QT-PROPOSTAS.
009180     IF WK-PROP-AUMENTO
009190         ADD 1 TO WK-QT-AUMENTOS
009200         COMPUTE WK-VL-TOTAL-AUMENTOS = WK-VL-TOTAL-AUMENTOS
009210                 + WK-LIMITE-PROPOSTO - CLI-LIMITE-CREDITO
009220     ELSE
009230         ADD 1 TO WK-QT-REDUCOES
009240         IF WK-PROP-REDUCAO-PISO
009250             ADD 1 TO WK-QT-REDUCOES-PISO
009260         END-IF
009270         COMPUTE WK-VL-TOTAL-REDUCOES = WK-VL-TOTAL-REDUCOES
009280                 + CLI-LIMITE-CREDITO - WK-LIMITE-PROPOSTO
009290     END-IF.
009300*
009310 4000-GRAVAR-PROPOSTA-EXIT.
009320     EXIT.
009330*
009340 4100-IMPRIMIR-DETALHE.
009350*----------------------------------------------------------------
009360*    IMPRIME A LINHA DO CLIENTE COM OS INDICADORES DA JANELA E
009370*    A DECISAO.
009380*----------------------------------------------------------------
009390     MOVE CLI-NUMERO          TO REVDET-CLIENTE.
009400     MOVE CLI-NOME            TO REVDET-NOME.
009410     MOVE CLI-LIMITE-CREDITO  TO REVDET-LIMITE.
009420     MOVE CLI-SALDO           TO REVDET-SALDO.
009430     MOVE WK-SALDO-MEDIO      TO REVDET-SALDO-MEDIO.
009440     MOVE WK-QT-DIAS-NEGATIVO TO REVDET-DIAS.
009450     MOVE WK-VL-JUROS-DEVEDOR TO REVDET-JUROS.
009460     MOVE WK-QT-REJ-LIMITE    TO REVDET-REJEICOES.
009470     MOVE WK-LIMITE-PROPOSTO  TO REVDET-NOVO-LIMITE.
009480*
009490     EVALUATE TRUE
009500         WHEN WK-PROP-AUMENTO
009510             MOVE "AUMENTO"    TO REVDET-DECISAO
009520         WHEN WK-PROP-REDUCAO
009530             MOVE "REDUCAO"    TO REVDET-DECISAO
009540         WHEN WK-PROP-REDUCAO-PISO
009550             MOVE "REDUC.PISO" TO REVDET-DECISAO
009560         WHEN OTHER
009570             MOVE "IMPEDIDA"   TO REVDET-DECISAO
009580     END-EVALUATE.
009590*
009600     WRITE REL-LINHA FROM WK-DETALHE.
009610*
009620 4100-IMPRIMIR-DETALHE-EXIT.
009630     EXIT.
009640*
009650 8000-FINALIZAR.
009660*----------------------------------------------------------------
009670*    IMPRIME OS TOTAIS E A LEGENDA, FECHA OS ARQUIVOS E EMITE
009680*    O RESUMO.
009690*----------------------------------------------------------------
009700     IF NOT WK-REVISAO-LIBERADA
009710         GO TO 8000-FINALIZAR-EXIT
009720     END-IF.
009730*
009740     IF WK-QT-PROPOSTAS IS EQUAL TO ZERO
009750        AND WK-QT-REDUCOES-IMPEDIDAS IS EQUAL TO ZERO
009760         WRITE REL-LINHA FROM WK-LINHA-NENHUMA
009770     END-IF.
009780     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
009790*
009800     MOVE "CLIENTES ATIVOS REVISADOS....:" TO TOTQTD-ROTULO.
009810     MOVE WK-QT-CLIENTES-REVISADOS TO TOTQTD-QUANTIDADE.
009820     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
009830*
009840     MOVE "SEM FECHAMENTOS NA JANELA....:" TO TOTQTD-ROTULO.
009850     MOVE WK-QT-SEM-FECHAMENTOS    TO TOTQTD-QUANTIDADE.
009860     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
009870*
009880     MOVE "AUMENTOS PROPOSTOS...........:" TO TOTVAL-ROTULO.
009890     MOVE WK-QT-AUMENTOS           TO TOTVAL-QUANTIDADE.
009900     MOVE WK-VL-TOTAL-AUMENTOS     TO TOTVAL-VALOR.
009910     WRITE REL-LINHA FROM WK-TOTAL-VALOR.
009920*
009930     MOVE "REDUCOES PROPOSTAS...........:" TO TOTVAL-ROTULO.
009940     MOVE WK-QT-REDUCOES           TO TOTVAL-QUANTIDADE.
009950     MOVE WK-VL-TOTAL-REDUCOES     TO TOTVAL-VALOR.
009960     WRITE REL-LINHA FROM WK-TOTAL-VALOR.
009970*
009980     MOVE "  LIMITADAS AO VALOR DEVEDOR.:" TO TOTQTD-ROTULO.
009990     MOVE WK-QT-REDUCOES-PISO      TO TOTQTD-QUANTIDADE.
010000     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010010*
010020     MOVE "REDUCOES IMPEDIDAS...........:" TO TOTQTD-ROTULO.
010030     MOVE WK-QT-REDUCOES-IMPEDIDAS TO TOTQTD-QUANTIDADE.
010040     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010050*
010060     MOVE "LIMITES MANTIDOS.............:" TO TOTQTD-ROTULO.
010070     MOVE WK-QT-MANTIDOS           TO TOTQTD-QUANTIDADE.
010080     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010090*
010100     MOVE "PROPOSTAS GRAVADAS (PROPLIM).:" TO TOTQTD-ROTULO.
010110     MOVE WK-QT-PROPOSTAS          TO TOTQTD-QUANTIDADE.
010120     WRITE REL-LINHA FROM WK-TOTAL-QUANTIDADE.
010130*
010140     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
010150     WRITE REL-LINHA FROM WK-LINHA-LEGENDA-1.
010160     WRITE REL-LINHA FROM WK-LINHA-LEGENDA-2.
010170*
010180     CLOSE HISTORICO-AUDITORIA.
010190     CLOSE CLIENTES-MASTER.
010200     IF WK-SLDHIST-ABERTO
010210         CLOSE SALDOS-DIARIOS
010220     END-IF.
010230     CLOSE RELATORIO.
010240     CLOSE ARQUIVO-PROPOSTAS.
010250*
010260     DISPLAY "CLIENTES LIDOS.........: " WK-QT-CLIENTES-LIDOS.
010270     DISPLAY "CLIENTES REVISADOS.....: " WK-QT-CLIENTES-REVISADOS.
010280     DISPLAY "AUMENTOS PROPOSTOS.....: " WK-QT-AUMENTOS.
010290     DISPLAY "REDUCOES PROPOSTAS.....: " WK-QT-REDUCOES.
010300     DISPLAY "REDUCOES IMPEDIDAS.....: " WK-QT-REDUCOES-IMPEDIDAS.
010310     DISPLAY "PROPOSTAS GRAVADAS.....: " WK-QT-PROPOSTAS.
010320*
010330 8000-FINALIZAR-EXIT.
010340     EXIT.
010350*
010360 8900-CONCLUIR-DIA.
010370*----------------------------------------------------------------
010380*    CARIMBA O PASSO REVLIM COMO CONCLUIDO NO CONTROLE DO DIA.
010390*----------------------------------------------------------------
010400     SET CTD-FN-CONCLUIR TO TRUE.
010410     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
010420     IF CTD-BLOQUEADO
010430         DISPLAY "AVISO: FALHA AO CONCLUIR O PASSO NO "
010440                 "CONTROLE DO DIA: " CTD-MOTIVO-BLOQUEIO
010450     END-IF.
010460*
010470 8900-CONCLUIR-DIA-EXIT.
010480     EXIT.
010490*
010500 9999-FIM.
010510     STOP RUN.
