000850*                     VIA A FALHA); O REPROCESSAMENTO QUE
000860*                     COMPLETA A PERNA DE DEBITO PASSA A
000870*                     GRAVAR TAMBEM A AUDITORIA DESSA PERNA.
000880*    2026-10-15  EQC  MOVIMENTO CONTRA CONTA ENCERRADA
000890*                     (CLI-ENCERRADO) PASSA A SER REJEITADO PELO
000900*                     SUBPROGRAMA E AUDITADO COM MOTIVO PROPRIO.
000910*    2026-10-15  EQC  DEBITO (INCLUSIVE A PERNA DE DEBITO DA
000920*                     TRANSFERENCIA) QUE ALCANCA BLOQUEIO
000930*                     JUDICIAL PASSA A SER REJEITADO COM MOTIVO
000940*                     PROPRIO; O ARQUIVO DE BLOQUEIOS E FECHADO
000950*                     NO FIM.
000960*    2026-10-15  EQC  NOVO MODO ORDENADO POR CLIENTE (SYSIN,
000970*                     COLUNA 4 = "O"): DEPOIS DA CONFERENCIA DOS
000980*                     LOTES, OS MOVIMENTOS SAO ORDENADOS POR
000990*                     CLIENTE, MANTIDA A ORDEM DE CHEGADA DENTRO
001000*                     DE CADA UM, E CADA CLIENTE E LIDO E
001010*                     REGRAVADO UMA UNICA VEZ.  AS CONTAS
001020*                     ENVOLVIDAS EM TRANSFERENCIA NA NOITE FICAM
001030*                     PARA UMA FASE FINAL, EM ORDEM DE CHEGADA.
001040*                     O CHECKPOINT (CHKREC.CPY) PASSA A GUARDAR O
001050*                     MODO E, NO ORDENADO, A RETOMAR DO ULTIMO
001060*                     CLIENTE CONCLUIDO.  O MODO ORIGINAL (ORDEM
001070*                     DE CHEGADA) CONTINUA SELECIONAVEL.
001072*    2026-10-15  EQC  COPIAS DO REGISTRO DO CLIENTE DEBITADO NA
001074*                     TRANSFERENCIA PASSAM A 114 BYTES (AGENCIA
001076*                     DONA DA CONTA EM CLIREC.CPY).
001080*----------------------------------------------------------------
001090*
001100 ENVIRONMENT DIVISION.
001110 CONFIGURATION SECTION.
001120 SOURCE-COMPUTER.    IBM-370.
001130 OBJECT-COMPUTER.    IBM-370.
001140*
001150 INPUT-OUTPUT SECTION.
001160 FILE-CONTROL.
001170     SELECT ARQUIVO-MOVIMENTOS ASSIGN TO "MOVDIA"
001180         ORGANIZATION IS SEQUENTIAL
001190         ACCESS MODE IS SEQUENTIAL
001200         FILE STATUS IS WK-FS-MOVDIA.
001210*
001220     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS RANDOM
001250         RECORD KEY IS CLI-NUMERO
001260         FILE STATUS IS WK-FS-CLIMSTR.
001270*
001280     SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITLOG"
001290         ORGANIZATION IS SEQUENTIAL
001300         ACCESS MODE IS SEQUENTIAL
001310         FILE STATUS IS WK-FS-AUDITLOG.
001320*
001330     SELECT ARQUIVO-RESTART ASSIGN TO "RESTART"
001340         ORGANIZATION IS SEQUENTIAL
001350         ACCESS MODE IS SEQUENTIAL
001360         FILE STATUS IS WK-FS-RESTART.
001370*
001380     SELECT ARQUIVO-SUSPENSO-ANT ASSIGN TO "SUSPANT"
001390         ORGANIZATION IS SEQUENTIAL
001400         ACCESS MODE IS SEQUENTIAL
001410         FILE STATUS IS WK-FS-SUSPANT.
001420*
001430     SELECT ARQUIVO-SUSPENSO-NOVO ASSIGN TO "SUSPNOVO"
001440         ORGANIZATION IS SEQUENTIAL
001450         ACCESS MODE IS SEQUENTIAL
001460         FILE STATUS IS WK-FS-SUSPNOVO.
001470*
001480     SELECT RELATORIO-REJEICOES ASSIGN TO "RELREJ"
001490         ORGANIZATION IS SEQUENTIAL
001500         ACCESS MODE IS SEQUENTIAL
001510         FILE STATUS IS WK-FS-RELREJ.
001520*
001530     SELECT ARQUIVO-SORT ASSIGN TO "SORTWK".
001540*
001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  ARQUIVO-MOVIMENTOS
001580     LABEL RECORDS ARE STANDARD.
001590     COPY MOVREC.
001600     COPY MOVCTL.
001610*
001620 FD  CLIENTES-MASTER
001630     LABEL RECORDS ARE STANDARD.
001640     COPY CLIREC.
001650*
001660 FD  ARQUIVO-AUDITORIA
001670     LABEL RECORDS ARE STANDARD.
001680     COPY AUDREC.
001690*
001700 FD  ARQUIVO-RESTART
001710     LABEL RECORDS ARE STANDARD.
001720     COPY CHKREC.
001730*
001740 FD  ARQUIVO-SUSPENSO-ANT
001750     LABEL RECORDS ARE STANDARD.
001760 01  SUSANT-REGISTRO             PIC X(89).
001770*
001780 FD  ARQUIVO-SUSPENSO-NOVO
001790     LABEL RECORDS ARE STANDARD.
001800 01  SUSNOVO-REGISTRO            PIC X(89).
001810*
001820 FD  RELATORIO-REJEICOES
001830     LABEL RECORDS ARE STANDARD.
001840 01  RELREJ-LINHA                PIC X(132).
001850*
001860*    REGISTRO DO SORT DO MODO ORDENADO: O MOVIMENTO COMO FOI LIDO
001870*    (MOVREC.CPY), A SEQUENCIA DE LEITURA DA NOITE E O HISTORICO
001880*    DE APRESENTACOES DO SUSPENSO.  A CLASSE SEPARA A PASSAGEM
001890*    POR CLIENTE ("1", CHAVE = CLIENTE) DAS CONTAS ENVOLVIDAS EM
001900*    TRANSFERENCIA ("2", CHAVE ZERADA, SO A SEQUENCIA).
001910 SD  ARQUIVO-SORT.
001920 01  SRT-REGISTRO.
001930     05  SRT-CLASSE              PIC X(01).
001940         88  SRT-CLASSE-CLIENTE              VALUE "1".
001950         88  SRT-CLASSE-CHEGADA              VALUE "2".
001960     05  SRT-CLI-CHAVE           PIC 9(09).
001970     05  SRT-SEQUENCIA           PIC 9(09).
001980     05  SRT-MOVIMENTO           PIC X(33).
001990     05  SRT-QT-APRESENTACOES    PIC 9(02).
002000     05  SRT-DATA-PRIMEIRA-REJ   PIC 9(08).
002010*
002020 WORKING-STORAGE SECTION.
002030*
002040 77  WK-FS-MOVDIA            PIC X(02) VALUE "00".
002050 77  WK-FS-CLIMSTR           PIC X(02) VALUE "00".
002060     88  WK-FS-OK                       VALUE "00".
002070 77  WK-FS-AUDITLOG          PIC X(02) VALUE "00".
002080 77  WK-FS-RESTART           PIC X(02) VALUE "00".
002090     88  WK-FS-RESTART-OK               VALUE "00".
002100     88  WK-FS-RESTART-INEXISTENTE      VALUE "35".
002110*
002120 77  WK-SW-FIM-MOVIMENTOS    PIC X(01) VALUE "N".
002130     88  WK-FIM-MOVIMENTOS               VALUE "S".
002140*
002150 77  WK-SW-RETOMAR           PIC X(01) VALUE "N".
002160     88  WK-RETOMAR-EXECUCAO             VALUE "S".
002170*
002180 77  WK-ULT-CLIENTE-CHECKPOINT   PIC 9(09) VALUE ZERO.
002190 77  WK-ULT-SEQUENCIA-CHECKPOINT PIC 9(09) VALUE ZERO.
002200 77  WK-SEQ-CORTE-CHECKPOINT     PIC 9(09) VALUE ZERO.
002210 77  WK-MODO-CHECKPOINT          PIC X(01) VALUE SPACE.
002220     88  WK-RETOMAR-ORDENADO             VALUE "O".
002230 77  WK-FASE-CHECKPOINT          PIC X(01) VALUE SPACE.
002240     88  WK-RETOMAR-POR-CLIENTE          VALUE "C".
002250     88  WK-RETOMAR-POR-CHEGADA          VALUE "T".
002260*
002270 77  WK-SW-ARQUIVO-CONTROLE  PIC X(01) VALUE "S".
002280     88  WK-ARQUIVO-BALANCEADO           VALUE "S".
002290     88  WK-ARQUIVO-INVALIDO             VALUE "N".
002300*
002310 77  WK-SW-FIM-CONFERENCIA   PIC X(01) VALUE "N".
002320     88  WK-FIM-CONFERENCIA              VALUE "S".
002330*
002340 77  WK-QT-MOVDIA-CONFERIDOS PIC 9(09) COMP VALUE ZERO.
002350 77  WK-VL-MOVDIA-CONFERIDO  PIC S9(09)V99 COMP-3 VALUE ZERO.
002360 77  WK-MOTIVO-ARQ-INVALIDO  PIC X(40) VALUE SPACES.
002370 77  WK-DATA-PROCESSO-HEADER PIC 9(08) VALUE ZERO.
002380 77  WK-ORIGEM-HEADER        PIC X(10) VALUE SPACES.
002390*
002400*    TABELA DOS LOTES (CONJUNTOS HEADER/TRAILER) ENCONTRADOS
002410*    NA PASSAGEM DE CONFERENCIA, UM POR AGENCIA DE ORIGEM.
002420*    CADA LOTE E ACEITO OU REJEITADO POR SI; NA FASE DE
002430*    PROCESSAMENTO OS MOVIMENTOS DOS LOTES REJEITADOS SAO
002440*    PULADOS (MAS AINDA CONTAM NA SEQUENCIA DE LEITURA, PARA
002450*    O RESTART E A MARCA NO CLIENTE NAO SE DESLOCAREM ENTRE
002460*    EXECUCOES DA MESMA NOITE).
002470 77  WK-MAX-LOTES            PIC 9(02) COMP VALUE 20.
002480 77  WK-QT-LOTES             PIC 9(02) COMP VALUE ZERO.
002490 77  WK-QT-LOTES-VALIDOS     PIC 9(02) COMP VALUE ZERO.
002500 77  WK-QT-LOTES-REJEITADOS  PIC 9(02) COMP VALUE ZERO.
002510 77  WK-IX-LOTE              PIC 9(02) COMP VALUE ZERO.
002520 77  WK-IX-LOTE-CORRENTE     PIC 9(02) COMP VALUE ZERO.
002530*
002540 77  WK-SW-DENTRO-LOTE       PIC X(01) VALUE "N".
002550     88  WK-DENTRO-LOTE                  VALUE "S".
002560*
002570 77  WK-SW-LOTE-IGNORAR      PIC X(01) VALUE "N".
002580     88  WK-LOTE-IGNORAR                 VALUE "S".
002590*
002600 01  WK-TAB-LOTES.
002610     05  WK-LOTE OCCURS 20 TIMES.
002620         10  WK-LOTE-ORIGEM  PIC X(10).
002630         10  WK-LOTE-DATA    PIC 9(08).
002640         10  WK-LOTE-QT-TRAILER
002650                             PIC 9(09).
002660         10  WK-LOTE-VL-TRAILER
002670                             PIC S9(09)V99 COMP-3.
002680         10  WK-LOTE-SW      PIC X(01).
002690             88  WK-LOTE-VALIDO          VALUE "V".
002700             88  WK-LOTE-REJEITADO       VALUE "R".
002710         10  WK-LOTE-MOTIVO  PIC X(40).
002720*
002730 77  WK-FS-SUSPANT           PIC X(02) VALUE "00".
002740     88  WK-FS-SUSPANT-OK               VALUE "00".
002750     88  WK-FS-SUSPANT-INEXISTENTE      VALUE "35".
002760 77  WK-FS-SUSPNOVO          PIC X(02) VALUE "00".
002770     88  WK-FS-SUSPNOVO-OK              VALUE "00".
002780     88  WK-FS-SUSPNOVO-INEXISTENTE     VALUE "35".
002790 77  WK-FS-RELREJ            PIC X(02) VALUE "00".
002800*
002810 77  WK-FASE-LEITURA         PIC X(01) VALUE "S".
002820     88  WK-FASE-SUSPENSO                VALUE "S".
002830     88  WK-FASE-MOVDIA                  VALUE "M".
002840*
002850 77  WK-SW-SUSPANT-ABERTO    PIC X(01) VALUE "N".
002860     88  WK-SUSPANT-ABERTO               VALUE "S".
002870*
002880 77  WK-SW-NOITE-COM-ERRO    PIC X(01) VALUE "N".
002890     88  WK-NOITE-COM-ERRO               VALUE "S".
002900*
002910 77  WK-SW-MOV-CARREGADO     PIC X(01) VALUE "N".
002920     88  WK-MOV-CARREGADO                VALUE "S".
002930*
002940*    SYSIN: COLUNAS 1-2 = LIMITE DE APRESENTACOES, COLUNA 4 =
002950*    MODO DE PROCESSAMENTO ("O" ORDENADO POR CLIENTE; "C" OU
002960*    BRANCO = ORDEM DE CHEGADA).
002970 01  WK-PARM-SYSIN.
002980     05  WK-PARM-MAX-APRESENTA   PIC 9(02).
002990     05  FILLER                  PIC X(01).
003000     05  WK-PARM-MODO            PIC X(01).
003010         88  WK-PARM-MODO-ORDENADO           VALUE "O".
003020         88  WK-PARM-MODO-CHEGADA            VALUE "C" " ".
003030     05  FILLER                  PIC X(76).
003040 77  WK-MAX-APRESENTACOES    PIC 9(02) VALUE 3.
003050*
003060 77  WK-QT-APRESENTA-CORRENTE    PIC 9(02) VALUE ZERO.
003070 77  WK-DATA-PRIM-REJ-CORRENTE   PIC 9(08) VALUE ZERO.
003080 77  WK-MOTIVO-REJ-CORRENTE      PIC X(40) VALUE SPACES.
003090 77  WK-DATA-HOJE                PIC 9(08) VALUE ZERO.
003100*
003110 77  WK-QT-SUSPENSOS-LIDOS       PIC 9(07) COMP VALUE ZERO.
003120 77  WK-QT-SUSPENSOS-GRAVADOS    PIC 9(07) COMP VALUE ZERO.
003130 77  WK-QT-REJEICOES-DEFINITIVAS PIC 9(07) COMP VALUE ZERO.
003140*
003150     COPY SUSREC.
003160*
003170 01  WK-CABECALHO-RELREJ.
003180     05  FILLER              PIC X(47)
003190         VALUE "RELATORIO DE REJEICOES DEFINITIVAS DA NOITE - ".
003200     05  REJCAB-DATA         PIC 9(08).
003210     05  FILLER              PIC X(77) VALUE SPACES.
003220*
003230 01  WK-DETALHE-RELREJ.
003240     05  REJDET-CLIENTE      PIC ZZZZZZZZ9.
003250     05  FILLER              PIC X(02) VALUE SPACES.
003260     05  REJDET-VALOR        PIC -ZZZZZZZZ9.99.
003270     05  FILLER              PIC X(02) VALUE SPACES.
003280     05  REJDET-DATA         PIC 9(08).
003290     05  FILLER              PIC X(02) VALUE SPACES.
003300     05  REJDET-APRESENTACOES
003310                             PIC Z9.
003320     05  FILLER              PIC X(02) VALUE SPACES.
003330     05  REJDET-MOTIVO       PIC X(40).
003340     05  FILLER              PIC X(41) VALUE SPACES.
003350*
003360 01  WK-DETALHE-LOTE-REJ.
003370     05  FILLER              PIC X(23)
003380         VALUE "LOTE REJEITADO ORIGEM  ".
003390     05  REJLOT-ORIGEM       PIC X(10).
003400     05  FILLER              PIC X(03) VALUE " - ".
003410     05  REJLOT-MOTIVO       PIC X(40).
003420     05  FILLER              PIC X(56) VALUE SPACES.
003430*
003440     COPY MOVRSLT.
003450*
003460 77  WK-QT-MOVIMENTOS-LIDOS      PIC 9(07) COMP VALUE ZERO.
003470 77  WK-QT-MOVIMENTOS-APLICADOS  PIC 9(07) COMP VALUE ZERO.
003480 77  WK-QT-MOVIMENTOS-REJEITADOS PIC 9(07) COMP VALUE ZERO.
003490 77  WK-QT-CLIENTES-NAO-ACHADOS  PIC 9(07) COMP VALUE ZERO.
003500 77  WK-QT-TRANSF-APLICADAS      PIC 9(07) COMP VALUE ZERO.
003510*
003520*    AREAS DA TRANSFERENCIA ENTRE CONTAS: COPIA DO REGISTRO DO
003530*    CLIENTE DEBITADO ANTES E DEPOIS DA PERNA DE DEBITO (114
003540*    BYTES, CLIREC.CPY), PARA QUE NADA SEJA REGRAVADO NO
003550*    ARQUIVO MESTRE ENQUANTO A PERNA DE CREDITO NAO FOR ACEITA,
003560*    E OS RESULTADOS DA PERNA DE DEBITO GUARDADOS PARA A
003570*    AUDITORIA (MOV-RESULTADO E SOBRESCRITO PELA PERNA DE
003580*    CREDITO).
003590 77  WK-REG-CLI-DEB-ANTES        PIC X(114) VALUE SPACES.
003600 77  WK-REG-CLI-DEB-APOS         PIC X(114) VALUE SPACES.
003610 77  WK-VL-PERNA                 PIC S9(09)V99 COMP-3 VALUE ZERO.
003620 77  WK-TRF-SALDO-ANT-DEB        PIC S9(09)V99 COMP-3 VALUE ZERO.
003630 77  WK-TRF-SALDO-POS-DEB        PIC S9(09)V99 COMP-3 VALUE ZERO.
003640 77  WK-TRF-JUROS-DEB            PIC S9(09)V99 COMP-3 VALUE ZERO.
003650*
003660 01  WK-MOTIVO-TRF-DEBITO.
003670     05  FILLER              PIC X(25)
003680         VALUE "TRANSFERENCIA P/ CLIENTE ".
003690     05  TRFDEB-CLIENTE      PIC 9(09).
003700     05  FILLER              PIC X(06) VALUE SPACES.
003710*
003720 01  WK-MOTIVO-TRF-CREDITO.
003730     05  FILLER              PIC X(25)
003740         VALUE "TRANSFERENCIA DE CLIENTE ".
003750     05  TRFCRE-CLIENTE      PIC 9(09).
003760     05  FILLER              PIC X(06) VALUE SPACES.
003770*
003780*    MODO ORDENADO POR CLIENTE.  A SEQUENCIA CORRENTE E A
003790*    POSICAO DE LEITURA DO MOVIMENTO NA NOITE (SUSPANT + MOVDIA),
003800*    A MESMA NOS DOIS MODOS; E ELA QUE VAI PARA A MARCA NO
003810*    CLIENTE E PARA O CHECKPOINT.  O CORTE E A ULTIMA SEQUENCIA
003820*    QUE ENTROU NA SEPARACAO DAS CONTAS COM TRANSFERENCIA (NUMA
003830*    EXECUCAO NOVA, A NOITE INTEIRA; NUMA RETOMADA, O MESMO DA
003840*    EXECUCAO INTERROMPIDA).
003850 77  WK-MODO-PROCESSAMENTO       PIC X(01) VALUE "C".
003860     88  WK-MODO-ORDENADO                VALUE "O".
003870     88  WK-MODO-CHEGADA                 VALUE "C".
003880 77  WK-FASE-ORDENADA            PIC X(01) VALUE SPACE.
003890     88  WK-FASE-POR-CLIENTE             VALUE "C".
003900     88  WK-FASE-POR-CHEGADA             VALUE "T".
003910 77  WK-SEQ-MOVIMENTO-CORRENTE   PIC 9(09) VALUE ZERO.
003920 77  WK-SEQ-CONFERENCIA          PIC 9(09) VALUE ZERO.
003930 77  WK-SEQ-CORTE                PIC 9(09) VALUE 999999999.
003940 77  WK-CLI-GRUPO                PIC 9(09) VALUE ZERO.
003950 77  WK-QT-CLIENTES-ORDENADOS    PIC 9(07) COMP VALUE ZERO.
003960 77  WK-QT-MOV-ORDEM-CHEGADA     PIC 9(07) COMP VALUE ZERO.
003970*
003980 77  WK-SW-FIM-ORDENADO          PIC X(01) VALUE "N".
003990     88  WK-FIM-ORDENADO                 VALUE "S".
004000*
004010 77  WK-SW-FIM-MAPA-SUSPENSOS    PIC X(01) VALUE "N".
004020     88  WK-FIM-MAPA-SUSPENSOS           VALUE "S".
004030*
004040 77  WK-SW-CLIENTE-GRUPO         PIC X(01) VALUE "N".
004050     88  WK-CLIENTE-GRUPO-ACHADO         VALUE "S".
004060     88  WK-CLIENTE-GRUPO-AUSENTE        VALUE "N".
004070     88  WK-CLIENTE-GRUPO-ERRO           VALUE "E".
004080*
004090 77  WK-SW-CLIENTE-ALTERADO      PIC X(01) VALUE "N".
004100     88  WK-CLIENTE-ALTERADO             VALUE "S".
004110*
004120 77  WK-SW-MOV-JA-PROCESSADO     PIC X(01) VALUE "N".
004130     88  WK-MOV-JA-PROCESSADO            VALUE "S".
004140*
004150*    TABELA DAS CONTAS ENVOLVIDAS EM TRANSFERENCIA NA NOITE
004160*    (DEBITADAS E CREDITADAS), MONTADA NAS PASSAGENS DE
004170*    CONFERENCIA EM ORDEM CRESCENTE - AS POSICOES LIVRES FICAM
004180*    COM 999999999 - PARA A BUSCA BINARIA NA LIBERACAO PARA O
004190*    SORT.  SE A TABELA NAO COMPORTAR A NOITE, ELA E PROCESSADA
004200*    EM ORDEM DE CHEGADA.
004210 77  WK-MAX-CLI-TRANSF           PIC 9(05) COMP VALUE 5000.
004220 77  WK-QT-CLI-TRANSF            PIC 9(05) COMP VALUE ZERO.
004230 77  WK-SUB-TRF                  PIC 9(05) COMP VALUE ZERO.
004240 77  WK-SUB-TRF-DESTINO          PIC 9(05) COMP VALUE ZERO.
004250 77  WK-CLI-TRANSF-NOVO          PIC 9(09) VALUE ZERO.
004260*
004270 77  WK-SW-TAB-TRANSF            PIC X(01) VALUE "N".
004280     88  WK-TAB-TRANSF-ESTOURADA         VALUE "S".
004290*
004300 77  WK-SW-POSICAO-TRANSF        PIC X(01) VALUE "N".
004310     88  WK-POSICAO-TRANSF-ACHADA        VALUE "S".
004320*
004330 77  WK-SW-CLI-EM-TRANSF         PIC X(01) VALUE "N".
004340     88  WK-CLI-EM-TRANSF                VALUE "S".
004350*
004360 01  WK-TAB-CLI-TRANSF.
004370     05  WK-CLI-TRANSF           OCCURS 5000 TIMES
004380                                 ASCENDING KEY IS
004390                                     WK-CLI-TRANSF-NUMERO
004400                                 INDEXED BY WK-IX-TRF.
004410         10  WK-CLI-TRANSF-NUMERO
004420                                 PIC 9(09) VALUE 999999999.
004430*
004440 77  WK-DATA-CONTROLE-DIA        PIC 9(08) VALUE ZERO.
004450*
004460     COPY CTDPARM.
004470*
004480     COPY BJDPARM.
004490*
004500 PROCEDURE DIVISION.
004510*
004520 0000-MAINLINE.
004530     PERFORM 0500-VERIFICAR-DIA
004540         THRU 0500-VERIFICAR-DIA-EXIT.
004550*
004560     IF CTD-BLOQUEADO
004570         GO TO 9999-FIM
004580     END-IF.
004590*
004600     PERFORM 1000-INICIALIZAR
004610         THRU 1000-INICIALIZAR-EXIT.
004620*
004630     IF WK-ARQUIVO-INVALIDO
004640         PERFORM 7000-ABORTAR-ARQUIVO-INVALIDO
004650             THRU 7000-ABORTAR-ARQUIVO-INVALIDO-EXIT
004660         GO TO 9999-FIM
004670     END-IF.
004680*
004690     IF WK-MODO-ORDENADO
004700         SORT ARQUIVO-SORT
004710             ON ASCENDING KEY SRT-CLASSE
004720                              SRT-CLI-CHAVE
004730                              SRT-SEQUENCIA
004740             INPUT PROCEDURE IS 2500-LIBERAR-MOVIMENTOS
004750                            THRU 2500-LIBERAR-MOVIMENTOS-FIM
004760             OUTPUT PROCEDURE IS 2600-PROCESSAR-ORDENADO
004770                            THRU 2600-PROCESSAR-ORDENADO-FIM
004780     ELSE
004790         PERFORM 2000-PROCESSAR-MOVIMENTO
004800             THRU 2000-PROCESSAR-MOVIMENTO-EXIT
004810             UNTIL WK-FIM-MOVIMENTOS
004820     END-IF.
004830*
004840     PERFORM 8000-FINALIZAR
004850         THRU 8000-FINALIZAR-EXIT.
004860*
004870     IF NOT WK-NOITE-COM-ERRO
004880         PERFORM 8900-CONCLUIR-DIA
004890             THRU 8900-CONCLUIR-DIA-EXIT
004900     END-IF.
004910*
004920     GO TO 9999-FIM.
004930*
004940 0500-VERIFICAR-DIA.
004950*----------------------------------------------------------------
004960*    REGISTRA NO CONTROLE DO DIA (DIACTL, SUBPROGRAMA
004970*    CONTROLE-DIA) QUE O PASSO ATLZBAT COMECOU NA DATA DE
004980*    HOJE.  O ATLZBAT ABRE A JANELA NOTURNA E NAO TEM
004990*    PRE-REQUISITOS; OS PASSOS SEGUINTES (RELCONC, GLEXTR,
005000*    CAPREM) SO RODAM DEPOIS QUE ELE CONCLUIR.
005010*----------------------------------------------------------------
005020     ACCEPT WK-DATA-CONTROLE-DIA FROM DATE YYYYMMDD.
005030     SET CTD-FN-INICIAR TO TRUE.
005040     MOVE "ATLZBAT "            TO CTD-PASSO-CHAMADOR.
005050     MOVE WK-DATA-CONTROLE-DIA  TO CTD-DATA-PROCESSO.
005060     MOVE SPACES                TO CTD-PASSO-EXIGIDO (1).
005070     MOVE SPACES                TO CTD-PASSO-EXIGIDO (2).
005080     MOVE SPACES                TO CTD-PASSO-EXIGIDO (3).
005090     MOVE SPACE                 TO CTD-VERIFICA-ARQUIVAMENTO.
005100*
005110     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
005120*
005130     IF CTD-BLOQUEADO
005140         DISPLAY "PASSO ATLZBAT BLOQUEADO PELO CONTROLE DO "
005150                 "DIA: " CTD-MOTIVO-BLOQUEIO
005160         MOVE 12 TO RETURN-CODE
005170     END-IF.
005180*
005190 0500-VERIFICAR-DIA-EXIT.
005200     EXIT.
005210*
005220 1000-INICIALIZAR.
005230*----------------------------------------------------------------
005240*    ABRE OS ARQUIVOS DO PROCESSAMENTO NOTURNO, VERIFICA SE HA
005250*    UM CHECKPOINT DE UMA EXECUCAO ANTERIOR INTERROMPIDA (ANTES
005260*    DE TUDO, POIS O MODO DA EXECUCAO INTERROMPIDA PREVALECE
005270*    SOBRE O DO SYSIN), CONFERE OS REGISTROS DE CONTROLE
005280*    (HEADER/TRAILER) DO ARQUIVO DE MOVIMENTOS ANTES DE APLICAR
005290*    QUALQUER MOVIMENTO E, NA ORDEM DE CHEGADA, LE O PRIMEIRO
005300*    MOVIMENTO A SER PROCESSADO NESTA EXECUCAO.  NO MODO
005310*    ORDENADO A LEITURA E FEITA PELO PROCEDIMENTO DE ENTRADA
005320*    DO SORT (2500).
005330*----------------------------------------------------------------
005340     OPEN INPUT ARQUIVO-MOVIMENTOS.
005350     OPEN I-O   CLIENTES-MASTER.
005360     OPEN EXTEND ARQUIVO-AUDITORIA.
005370*
005380     PERFORM 1100-VERIFICAR-CHECKPOINT
005390         THRU 1100-VERIFICAR-CHECKPOINT-EXIT.
005400*
005410     PERFORM 1400-PREPARAR-SUSPENSOS
005420         THRU 1400-PREPARAR-SUSPENSOS-EXIT.
005430*
005440     IF WK-ARQUIVO-INVALIDO
005450         GO TO 1000-INICIALIZAR-EXIT
005460     END-IF.
005470*
005480     PERFORM 1300-VALIDAR-CONTROLE
005490         THRU 1300-VALIDAR-CONTROLE-EXIT.
005500*
005510     IF WK-ARQUIVO-INVALIDO
005520         GO TO 1000-INICIALIZAR-EXIT
005530     END-IF.
005540*
005550*    TABELA DAS CONTAS COM TRANSFERENCIA ESTOURADA: UMA NOITE
005560*    NOVA E PROCESSADA EM ORDEM DE CHEGADA; UMA RETOMADA DE
005570*    EXECUCAO ORDENADA NAO TEM COMO REPRODUZIR A SEPARACAO E E
005580*    RECUSADA SEM APLICAR NADA.
005590     IF WK-TAB-TRANSF-ESTOURADA
005600         IF WK-RETOMAR-EXECUCAO
005610             MOVE "TABELA DE CONTAS C/ TRANSFERENCIA CHEIA"
005620                 TO WK-MOTIVO-ARQ-INVALIDO
005630             SET WK-ARQUIVO-INVALIDO TO TRUE
005640             GO TO 1000-INICIALIZAR-EXIT
005650         END-IF
005660         DISPLAY "AVISO: MAIS DE " WK-MAX-CLI-TRANSF
005670                 " CONTAS COM TRANSFERENCIA - NOITE PROCESSADA "
005680                 "EM ORDEM DE CHEGADA."
005690         SET WK-MODO-CHEGADA TO TRUE
005700     END-IF.
005710*
005720     IF WK-MODO-ORDENADO
005730         IF WK-RETOMAR-EXECUCAO AND WK-RETOMAR-POR-CHEGADA
005740             DISPLAY "RETOMANDO AS CONTAS COM TRANSFERENCIA APOS "
005750                     "A SEQUENCIA " WK-ULT-SEQUENCIA-CHECKPOINT
005760         END-IF
005770         IF WK-RETOMAR-EXECUCAO AND WK-RETOMAR-POR-CLIENTE
005780             DISPLAY "RETOMANDO A PASSAGEM ORDENADA APOS O "
005790                     "CLIENTE " WK-ULT-CLIENTE-CHECKPOINT
005800         END-IF
005810         GO TO 1000-INICIALIZAR-EXIT
005820     END-IF.
005830*
005840     PERFORM 2100-LER-MOVIMENTO
005850         THRU 2100-LER-MOVIMENTO-EXIT.
005860*
005870     IF WK-RETOMAR-EXECUCAO
005880         DISPLAY "RETOMANDO EXECUCAO APOS O CLIENTE "
005890                 WK-ULT-CLIENTE-CHECKPOINT
005900         PERFORM 1200-AVANCAR-ATE-CHECKPOINT
005910             THRU 1200-AVANCAR-ATE-CHECKPOINT-EXIT
005920     END-IF.
005930*
005940 1000-INICIALIZAR-EXIT.
005950     EXIT.
005960*
005970 1100-VERIFICAR-CHECKPOINT.
005980*----------------------------------------------------------------
005990*    TENTA ABRIR O ARQUIVO DE RESTART DE UMA EXECUCAO ANTERIOR.
006000*    SE EXISTIR E ESTIVER MARCADO COMO EM ANDAMENTO, A EXECUCAO
006010*    ANTERIOR FOI INTERROMPIDA E ESTA DEVE SER RETOMADA A PARTIR
006020*    DO ULTIMO MOVIMENTO CONCLUIDO (POR SEQUENCIA, NAO POR
006030*    CLIENTE, POIS UM CLIENTE PODE TER MAIS DE UM MOVIMENTO NO
006040*    ARQUIVO DO DIA).  NO MODO ORDENADO O PONTO E O ULTIMO
006050*    CLIENTE CONCLUIDO NA PASSAGEM POR CLIENTE OU, SE ELA JA
006060*    TINHA TERMINADO, A ULTIMA SEQUENCIA CONCLUIDA NA FASE DAS
006070*    CONTAS COM TRANSFERENCIA (CHKREC.CPY).
006080*----------------------------------------------------------------
006090     OPEN INPUT ARQUIVO-RESTART.
006100*
006110     IF WK-FS-RESTART-OK
006120         READ ARQUIVO-RESTART
006130             AT END
006140                 CONTINUE
006150             NOT AT END
006160                 IF CHK-EM-ANDAMENTO
006170                     MOVE CHK-ULT-CLIENTE
006180                         TO WK-ULT-CLIENTE-CHECKPOINT
006190                     MOVE CHK-ULT-SEQUENCIA
006200                         TO WK-ULT-SEQUENCIA-CHECKPOINT
006210                     MOVE CHK-MODO TO WK-MODO-CHECKPOINT
006220                     MOVE CHK-FASE TO WK-FASE-CHECKPOINT
006230                     MOVE CHK-SEQ-CORTE
006240                         TO WK-SEQ-CORTE-CHECKPOINT
006250                     SET WK-RETOMAR-EXECUCAO TO TRUE
006260                 END-IF
006270         END-READ
006280         CLOSE ARQUIVO-RESTART
006290     END-IF.
006300*
006310 1100-VERIFICAR-CHECKPOINT-EXIT.
006320     EXIT.
006330*
006340 1200-AVANCAR-ATE-CHECKPOINT.
006350*----------------------------------------------------------------
006360*    DESCARTA OS MOVIMENTOS JA PROCESSADOS NA EXECUCAO ANTERIOR,
006370*    COMPARANDO A QUANTIDADE DE MOVIMENTOS LIDOS NESTA EXECUCAO
006380*    COM A SEQUENCIA DO ULTIMO MOVIMENTO CONCLUIDO NO CHECKPOINT
006390*    (E NAO O NUMERO DO CLIENTE, PARA NAO PULAR UM SEGUNDO
006400*    MOVIMENTO DO MESMO CLIENTE QUE AINDA NAO TENHA SIDO
006410*    APLICADO NA EXECUCAO INTERROMPIDA).
006420*----------------------------------------------------------------
006430     PERFORM 2100-LER-MOVIMENTO
006440         THRU 2100-LER-MOVIMENTO-EXIT
006450         UNTIL WK-FIM-MOVIMENTOS
006460             OR WK-QT-MOVIMENTOS-LIDOS
006470               > WK-ULT-SEQUENCIA-CHECKPOINT.
006480*
006490 1200-AVANCAR-ATE-CHECKPOINT-EXIT.
006500     EXIT.
006510*
006520 1300-VALIDAR-CONTROLE.
006530*----------------------------------------------------------------
006540*    PERCORRE O ARQUIVO DE MOVIMENTOS INTEIRO, ANTES DE
006550*    QUALQUER MOVIMENTO SER APLICADO, CONFERINDO OS REGISTROS
006560*    DE CONTROLE (MOVCTL.CPY).  O ARQUIVO TRAZ UM CONJUNTO
006570*    HEADER/TRAILER POR AGENCIA DE ORIGEM (CTL-HDR-ORIGEM),
006580*    UM ATRAS DO OUTRO; CADA LOTE E CONFERIDO CONTRA O SEU
006590*    PROPRIO TRAILER E ACEITO OU REJEITADO POR SI, PARA QUE
006600*    UMA TRANSMISSAO TRUNCADA DE UMA AGENCIA NAO DERRUBE A
006610*    NOITE DAS DEMAIS.  SO UMA ESTRUTURA IRRECUPERAVEL
006620*    (MOVIMENTO OU TRAILER FORA DE QUALQUER LOTE, ARQUIVO
006630*    VAZIO, NENHUM LOTE VALIDO) ABORTA O ARQUIVO INTEIRO.
006640*    AO FINAL, O ARQUIVO E REABERTO DO INICIO; OS HEADERS E
006650*    TRAILERS SAO TRATADOS DE NOVO NA FASE DE LEITURA (2160),
006660*    QUE PULA OS MOVIMENTOS DOS LOTES REJEITADOS.
006670*----------------------------------------------------------------
006680     PERFORM 1310-CONFERIR-REGISTRO
006690         THRU 1310-CONFERIR-REGISTRO-EXIT
006700         UNTIL WK-FIM-CONFERENCIA
006710             OR WK-ARQUIVO-INVALIDO.
006720*
006730     IF WK-ARQUIVO-INVALIDO
006740         GO TO 1300-VALIDAR-CONTROLE-EXIT
006750     END-IF.
006760*
006770     IF WK-DENTRO-LOTE
006780         SET WK-LOTE-REJEITADO (WK-QT-LOTES) TO TRUE
006790         MOVE "LOTE TERMINA SEM TRAILER"
006800             TO WK-LOTE-MOTIVO (WK-QT-LOTES)
006810     END-IF.
006820*
006830     IF WK-QT-LOTES IS EQUAL TO ZERO
006840         MOVE "ARQUIVO DE MOVIMENTOS VAZIO (SEM HEADER)"
006850             TO WK-MOTIVO-ARQ-INVALIDO
006860         SET WK-ARQUIVO-INVALIDO TO TRUE
006870         GO TO 1300-VALIDAR-CONTROLE-EXIT
006880     END-IF.
006890*
006900     PERFORM 1360-RELATAR-UM-LOTE
006910         THRU 1360-RELATAR-UM-LOTE-EXIT
006920         VARYING WK-IX-LOTE FROM 1 BY 1
006930         UNTIL WK-IX-LOTE > WK-QT-LOTES.
006940*
006950     IF WK-QT-LOTES-VALIDOS IS EQUAL TO ZERO
006960         MOVE "NENHUM LOTE DO ARQUIVO BALANCEIA"
006970             TO WK-MOTIVO-ARQ-INVALIDO
006980         SET WK-ARQUIVO-INVALIDO TO TRUE
006990         GO TO 1300-VALIDAR-CONTROLE-EXIT
007000     END-IF.
007010*
007020     DISPLAY "MOVIMENTOS DO DIA " WK-DATA-PROCESSO-HEADER
007030             " - LOTES ACEITOS " WK-QT-LOTES-VALIDOS
007040             " REJEITADOS " WK-QT-LOTES-REJEITADOS.
007050*
007060     CLOSE ARQUIVO-MOVIMENTOS.
007070     OPEN INPUT ARQUIVO-MOVIMENTOS.
007080     MOVE ZERO TO WK-IX-LOTE-CORRENTE.
007090*
007100 1300-VALIDAR-CONTROLE-EXIT.
007110     EXIT.
007120*
007130 1310-CONFERIR-REGISTRO.
007140*----------------------------------------------------------------
007150*    LE UM REGISTRO NA PASSAGEM DE CONFERENCIA: UM HEADER ABRE
007160*    UM LOTE NOVO, UM TRAILER FECHA E CONFERE O LOTE CORRENTE
007170*    E UM MOVIMENTO E ACUMULADO NA QUANTIDADE E NA SOMA
007180*    LIQUIDA DO LOTE.  MOVIMENTO OU TRAILER FORA DE QUALQUER
007190*    LOTE DEIXA A ESTRUTURA DO ARQUIVO AMBIGUA E O REJEITA
007200*    INTEIRO.
007210*----------------------------------------------------------------
007220     READ ARQUIVO-MOVIMENTOS
007230         AT END
007240             SET WK-FIM-CONFERENCIA TO TRUE
007250             GO TO 1310-CONFERIR-REGISTRO-EXIT
007260     END-READ.
007270*
007280     EVALUATE TRUE
007290         WHEN CTL-REG-HEADER
007300             PERFORM 1320-ABRIR-LOTE
007310                 THRU 1320-ABRIR-LOTE-EXIT
007320         WHEN CTL-REG-TRAILER
007330             PERFORM 1330-FECHAR-LOTE
007340                 THRU 1330-FECHAR-LOTE-EXIT
007350         WHEN NOT WK-DENTRO-LOTE
007360             MOVE "MOVIMENTO FORA DE UM LOTE (SEM HEADER)"
007370                 TO WK-MOTIVO-ARQ-INVALIDO
007380             SET WK-ARQUIVO-INVALIDO TO TRUE
007390         WHEN OTHER
007400             ADD 1         TO WK-QT-MOVDIA-CONFERIDOS
007410             ADD MOV-VALOR TO WK-VL-MOVDIA-CONFERIDO
007420             IF WK-MODO-ORDENADO
007430                 PERFORM 1450-MAPEAR-TRANSFERENCIA
007440                     THRU 1450-MAPEAR-TRANSFERENCIA-EXIT
007450             END-IF
007460     END-EVALUATE.
007470*
007480 1310-CONFERIR-REGISTRO-EXIT.
007490     EXIT.
007500*
007510 1320-ABRIR-LOTE.
007520*----------------------------------------------------------------
007530*    ABRE UM LOTE NOVO NA PASSAGEM DE CONFERENCIA A PARTIR DO
007540*    HEADER CORRENTE.  UM HEADER EM CIMA DE OUTRO REJEITA SO O
007550*    LOTE INTERROMPIDO (SEM TRAILER).  A DATA DE PROCESSAMENTO
007560*    DA NOITE E A DO PRIMEIRO HEADER; UM LOTE COM DATA
007570*    DIVERGENTE E REJEITADO, POIS A MARCA DE REPROCESSAMENTO
007580*    NO CLIENTE (CLI-DATA-MOVIMENTO-LOTE) SO VALE PARA UMA
007590*    DATA POR NOITE.
007600*----------------------------------------------------------------
007610     IF WK-DENTRO-LOTE
007620         SET WK-LOTE-REJEITADO (WK-QT-LOTES) TO TRUE
007630         MOVE "LOTE TERMINA SEM TRAILER"
007640             TO WK-LOTE-MOTIVO (WK-QT-LOTES)
007650     END-IF.
007660*
007670     IF WK-QT-LOTES IS NOT LESS THAN WK-MAX-LOTES
007680         MOVE "MAIS LOTES QUE O MAXIMO SUPORTADO"
007690             TO WK-MOTIVO-ARQ-INVALIDO
007700         SET WK-ARQUIVO-INVALIDO TO TRUE
007710         GO TO 1320-ABRIR-LOTE-EXIT
007720     END-IF.
007730*
007740     ADD 1 TO WK-QT-LOTES.
007750     MOVE CTL-HDR-ORIGEM        TO WK-LOTE-ORIGEM (WK-QT-LOTES).
007760     MOVE CTL-HDR-DATA-PROCESSO TO WK-LOTE-DATA (WK-QT-LOTES).
007770     MOVE ZERO   TO WK-LOTE-QT-TRAILER (WK-QT-LOTES).
007780     MOVE ZERO   TO WK-LOTE-VL-TRAILER (WK-QT-LOTES).
007790     SET WK-LOTE-VALIDO (WK-QT-LOTES) TO TRUE.
007800     MOVE SPACES TO WK-LOTE-MOTIVO (WK-QT-LOTES).
007810     MOVE ZERO   TO WK-QT-MOVDIA-CONFERIDOS.
007820     MOVE ZERO   TO WK-VL-MOVDIA-CONFERIDO.
007830     SET WK-DENTRO-LOTE TO TRUE.
007840*
007850     IF WK-DATA-PROCESSO-HEADER IS EQUAL TO ZERO
007860         MOVE CTL-HDR-DATA-PROCESSO TO WK-DATA-PROCESSO-HEADER
007870     ELSE
007880         IF CTL-HDR-DATA-PROCESSO
007890                 IS NOT EQUAL TO WK-DATA-PROCESSO-HEADER
007900             SET WK-LOTE-REJEITADO (WK-QT-LOTES) TO TRUE
007910             MOVE "DATA DE PROCESSO DIFERE DO PRIMEIRO LOTE"
007920                 TO WK-LOTE-MOTIVO (WK-QT-LOTES)
007930         END-IF
007940     END-IF.
007950*
007960 1320-ABRIR-LOTE-EXIT.
007970     EXIT.
007980*
007990 1330-FECHAR-LOTE.
008000*----------------------------------------------------------------
008010*    FECHA O LOTE CORRENTE NO TRAILER, CONFERINDO A QUANTIDADE
008020*    E A SOMA LIQUIDA ACUMULADAS CONTRA AS DECLARADAS.  O LOTE
008030*    QUE NAO BALANCEIA E REJEITADO SOZINHO; OS DEMAIS SEGUEM.
008040*----------------------------------------------------------------
008050     IF NOT WK-DENTRO-LOTE
008060         MOVE "TRAILER SEM HEADER CORRESPONDENTE"
008070             TO WK-MOTIVO-ARQ-INVALIDO
008080         SET WK-ARQUIVO-INVALIDO TO TRUE
008090         GO TO 1330-FECHAR-LOTE-EXIT
008100     END-IF.
008110*
008120     MOVE "N" TO WK-SW-DENTRO-LOTE.
008130     MOVE CTL-TRL-QT-MOVIMENTOS
008140         TO WK-LOTE-QT-TRAILER (WK-QT-LOTES).
008150     MOVE CTL-TRL-VL-LIQUIDO
008160         TO WK-LOTE-VL-TRAILER (WK-QT-LOTES).
008170*
008180     IF WK-LOTE-REJEITADO (WK-QT-LOTES)
008190         GO TO 1330-FECHAR-LOTE-EXIT
008200     END-IF.
008210*
008220     IF WK-LOTE-QT-TRAILER (WK-QT-LOTES)
008230             IS NOT EQUAL TO WK-QT-MOVDIA-CONFERIDOS
008240       OR WK-LOTE-VL-TRAILER (WK-QT-LOTES)
008250             IS NOT EQUAL TO WK-VL-MOVDIA-CONFERIDO
008260         DISPLAY "LOTE ORIGEM " WK-LOTE-ORIGEM (WK-QT-LOTES)
008270                 " TRAILER: QUANTIDADE "
008280                 WK-LOTE-QT-TRAILER (WK-QT-LOTES)
008290                 " VALOR " WK-LOTE-VL-TRAILER (WK-QT-LOTES)
008300         DISPLAY "LOTE ORIGEM " WK-LOTE-ORIGEM (WK-QT-LOTES)
008310                 " LIDO...: QUANTIDADE " WK-QT-MOVDIA-CONFERIDOS
008320                 " VALOR " WK-VL-MOVDIA-CONFERIDO
008330         SET WK-LOTE-REJEITADO (WK-QT-LOTES) TO TRUE
008340         MOVE "LOTE NAO BALANCEIA COM O TRAILER"
008350             TO WK-LOTE-MOTIVO (WK-QT-LOTES)
008360     END-IF.
008370*
008380 1330-FECHAR-LOTE-EXIT.
008390     EXIT.
008400*
008410 1360-RELATAR-UM-LOTE.
008420*----------------------------------------------------------------
008430*    TOTALIZA E RELATA O RESULTADO DA CONFERENCIA DE UM LOTE:
008440*    OS ACEITOS SO NO SYSOUT, OS REJEITADOS TAMBEM NO
008450*    RELATORIO DE REJEICOES (RELREJ), IDENTIFICADOS PELA
008460*    ORIGEM, PARA QUE SO A AGENCIA COM PROBLEMA RETRANSMITA.
008470*----------------------------------------------------------------
008480     IF WK-LOTE-VALIDO (WK-IX-LOTE)
008490         ADD 1 TO WK-QT-LOTES-VALIDOS
008500         DISPLAY "LOTE ORIGEM " WK-LOTE-ORIGEM (WK-IX-LOTE)
008510                 " ACEITO - DATA " WK-LOTE-DATA (WK-IX-LOTE)
008520     ELSE
008530         ADD 1 TO WK-QT-LOTES-REJEITADOS
008540         DISPLAY "LOTE ORIGEM " WK-LOTE-ORIGEM (WK-IX-LOTE)
008550                 " REJEITADO: " WK-LOTE-MOTIVO (WK-IX-LOTE)
008560         MOVE WK-LOTE-ORIGEM (WK-IX-LOTE) TO REJLOT-ORIGEM
008570         MOVE WK-LOTE-MOTIVO (WK-IX-LOTE) TO REJLOT-MOTIVO
008580         WRITE RELREJ-LINHA FROM WK-DETALHE-LOTE-REJ
008590     END-IF.
008600*
008610 1360-RELATAR-UM-LOTE-EXIT.
008620     EXIT.
008630*
008640 1400-PREPARAR-SUSPENSOS.
008650*----------------------------------------------------------------
008660*    PREPARA O CIRCUITO DE SUSPENSOS: ABRE O ARQUIVO DE
008670*    SUSPENSOS DE SAIDA E O RELATORIO DE REJEICOES
008680*    DEFINITIVAS, ABRE O ARQUIVO DE SUSPENSOS DA NOITE
008690*    ANTERIOR E LE DO SYSIN O LIMITE DE APRESENTACOES DE UM
008700*    MOVIMENTO ANTES DA REJEICAO DEFINITIVA (VAZIO OU
008710*    INVALIDO = PADRAO 3) E O MODO DE PROCESSAMENTO DA NOITE
008720*    (VER 1410 E 1420).  SO O STATUS 35 (ARQUIVO
008730*    INEXISTENTE) NO SUSPENSO ANTERIOR SIGNIFICA "NADA A
008740*    REAPRESENTAR"; QUALQUER OUTRO ERRO ABORTA A NOITE, POIS
008750*    SEGUIR SEM OS SUSPENSOS FARIA O PASSO ROTSUSP DESCARTAR
008760*    TODAS AS REAPRESENTACOES PENDENTES NO FIM DO JOB.
008770*----------------------------------------------------------------
008780     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
008790*
008800     OPEN EXTEND ARQUIVO-SUSPENSO-NOVO.
008810     EVALUATE TRUE
008820         WHEN WK-FS-SUSPNOVO-OK
008830             CONTINUE
008840         WHEN WK-FS-SUSPNOVO-INEXISTENTE
008850             OPEN OUTPUT ARQUIVO-SUSPENSO-NOVO
008860         WHEN OTHER
008870             DISPLAY "ERRO AO ABRIR O ARQUIVO DE SUSPENSOS DE "
008880                     "SAIDA - FILE STATUS " WK-FS-SUSPNOVO
008890             MOVE "ARQUIVO DE SUSPENSOS DE SAIDA INACESSIVEL"
008900                 TO WK-MOTIVO-ARQ-INVALIDO
008910             SET WK-ARQUIVO-INVALIDO TO TRUE
008920             GO TO 1400-PREPARAR-SUSPENSOS-EXIT
008930     END-EVALUATE.
008940*
008950     OPEN OUTPUT RELATORIO-REJEICOES.
008960     MOVE WK-DATA-HOJE       TO REJCAB-DATA.
008970     WRITE RELREJ-LINHA      FROM WK-CABECALHO-RELREJ.
008980*
008990     OPEN INPUT ARQUIVO-SUSPENSO-ANT.
009000     EVALUATE TRUE
009010         WHEN WK-FS-SUSPANT-OK
009020             SET WK-SUSPANT-ABERTO TO TRUE
009030         WHEN WK-FS-SUSPANT-INEXISTENTE
009040             SET WK-FASE-MOVDIA TO TRUE
009050         WHEN OTHER
009060             DISPLAY "ERRO AO ABRIR O ARQUIVO DE SUSPENSOS - "
009070                     "FILE STATUS " WK-FS-SUSPANT
009080             MOVE "ARQUIVO DE SUSPENSOS INACESSIVEL"
009090                 TO WK-MOTIVO-ARQ-INVALIDO
009100             SET WK-ARQUIVO-INVALIDO TO TRUE
009110             GO TO 1400-PREPARAR-SUSPENSOS-EXIT
009120     END-EVALUATE.
009130*
009140     ACCEPT WK-PARM-MAX-APRESENTA.
009150     IF WK-PARM-MAX-APRESENTA IS NUMERIC
009160         AND WK-PARM-MAX-APRESENTA IS GREATER THAN ZERO
009170         MOVE WK-PARM-MAX-APRESENTA TO WK-MAX-APRESENTACOES
009180     END-IF.
009190     DISPLAY "LIMITE DE APRESENTACOES DE UM MOVIMENTO: "
009200             WK-MAX-APRESENTACOES.
009210*
009220     EVALUATE TRUE
009230         WHEN WK-PARM-MODO-ORDENADO
009240             SET WK-MODO-ORDENADO TO TRUE
009250         WHEN WK-PARM-MODO-CHEGADA
009260             SET WK-MODO-CHEGADA  TO TRUE
009270         WHEN OTHER
009280             DISPLAY "MODO DE PROCESSAMENTO INVALIDO NO SYSIN ("
009290                     WK-PARM-MODO ") - ASSUMIDA A ORDEM DE "
009300                     "CHEGADA."
009310             SET WK-MODO-CHEGADA  TO TRUE
009320     END-EVALUATE.
009330*
009340     IF WK-RETOMAR-EXECUCAO
009350         PERFORM 1410-MODO-DA-RETOMADA
009360             THRU 1410-MODO-DA-RETOMADA-EXIT
009370     END-IF.
009380*
009390     IF WK-MODO-ORDENADO
009400         DISPLAY "MODO DE PROCESSAMENTO: ORDENADO POR CLIENTE"
009410     ELSE
009420         DISPLAY "MODO DE PROCESSAMENTO: ORDEM DE CHEGADA"
009430     END-IF.
009440*
009450     IF WK-MODO-ORDENADO AND WK-SUSPANT-ABERTO
009460         PERFORM 1420-MAPEAR-SUSPENSOS
009470             THRU 1420-MAPEAR-SUSPENSOS-EXIT
009480     END-IF.
009490*
009500 1400-PREPARAR-SUSPENSOS-EXIT.
009510     EXIT.
009520*
009530 1410-MODO-DA-RETOMADA.
009540*----------------------------------------------------------------
009550*    NUMA RETOMADA, O MODO E O DA EXECUCAO INTERROMPIDA, SEJA
009560*    QUAL FOR O SYSIN DA RESUBMISSAO: O CHECKPOINT DE UM MODO NAO
009570*    TEM SIGNIFICADO NO OUTRO.  NO ORDENADO, O CORTE DA
009580*    SEPARACAO DAS CONTAS COM TRANSFERENCIA TAMBEM E O DA
009590*    EXECUCAO INTERROMPIDA, PARA OS MOVIMENTOS CAIREM NAS MESMAS
009600*    FASES (UM LOTE ACRESCENTADO DEPOIS DA QUEDA, COMO O DO
009610*    LIBAGD NA RESUBMISSAO, FICA INTEIRO PARA A FASE EM ORDEM DE
009620*    CHEGADA, QUE VEM POR ULTIMO).
009630*----------------------------------------------------------------
009640     IF WK-RETOMAR-ORDENADO
009650         IF WK-MODO-CHEGADA
009660             DISPLAY "A EXECUCAO INTERROMPIDA FOI ORDENADA POR "
009670                     "CLIENTE - A RETOMADA SEGUE NO MESMO MODO."
009680         END-IF
009690         SET WK-MODO-ORDENADO TO TRUE
009700         MOVE WK-SEQ-CORTE-CHECKPOINT TO WK-SEQ-CORTE
009710     ELSE
009720         IF WK-MODO-ORDENADO
009730             DISPLAY "A EXECUCAO INTERROMPIDA FOI EM ORDEM DE "
009740                     "CHEGADA - A RETOMADA SEGUE NO MESMO MODO."
009750         END-IF
009760         SET WK-MODO-CHEGADA TO TRUE
009770     END-IF.
009780*
009790 1410-MODO-DA-RETOMADA-EXIT.
009800     EXIT.
009810*
009820 1420-MAPEAR-SUSPENSOS.
009830*----------------------------------------------------------------
009840*    MODO ORDENADO: PERCORRE O ARQUIVO DE SUSPENSOS DA NOITE
009850*    ANTERIOR ANTES DE QUALQUER MOVIMENTO SER APLICADO, SO PARA
009860*    REGISTRAR AS CONTAS DAS TRANSFERENCIAS REAPRESENTADAS
009870*    (1450), E O REABRE DO INICIO PARA A LEITURA NORMAL - O
009880*    MESMO QUE 1300-VALIDAR-CONTROLE FAZ COM O MOVDIA.  UM ERRO
009890*    DE LEITURA OU DE REABERTURA ABORTA A NOITE SEM APLICAR
009900*    NADA.
009910*----------------------------------------------------------------
009920     PERFORM 1430-LER-SUSPENSO-MAPA
009930         THRU 1430-LER-SUSPENSO-MAPA-EXIT
009940         UNTIL WK-FIM-MAPA-SUSPENSOS.
009950*
009960     IF WK-ARQUIVO-INVALIDO
009970         GO TO 1420-MAPEAR-SUSPENSOS-EXIT
009980     END-IF.
009990*
010000     CLOSE ARQUIVO-SUSPENSO-ANT.
010010     OPEN INPUT ARQUIVO-SUSPENSO-ANT.
010020*
010030     IF NOT WK-FS-SUSPANT-OK
010040         DISPLAY "ERRO AO REABRIR O ARQUIVO DE SUSPENSOS - "
010050                 "FILE STATUS " WK-FS-SUSPANT
010060         MOVE "ARQUIVO DE SUSPENSOS INACESSIVEL"
010070             TO WK-MOTIVO-ARQ-INVALIDO
010080         SET WK-ARQUIVO-INVALIDO TO TRUE
010090     END-IF.
010100*
010110 1420-MAPEAR-SUSPENSOS-EXIT.
010120     EXIT.
010130*
010140 1430-LER-SUSPENSO-MAPA.
010150*----------------------------------------------------------------
010160*    LE UM SUSPENSO NA PASSAGEM DE MAPEAMENTO E O ENTREGA A 1450
010170*    NA AREA DO MOVIMENTO (SUS-MOVIMENTO TEM O LAYOUT DO
010180*    MOVREC.CPY).
010190*----------------------------------------------------------------
010200     READ ARQUIVO-SUSPENSO-ANT INTO SUS-REGISTRO
010210         AT END
010220             SET WK-FIM-MAPA-SUSPENSOS TO TRUE
010230             GO TO 1430-LER-SUSPENSO-MAPA-EXIT
010240     END-READ.
010250*
010260     IF NOT WK-FS-SUSPANT-OK
010270         DISPLAY "ERRO AO LER O ARQUIVO DE SUSPENSOS - FILE "
010280                 "STATUS " WK-FS-SUSPANT
010290         MOVE "ARQUIVO DE SUSPENSOS INACESSIVEL"
010300             TO WK-MOTIVO-ARQ-INVALIDO
010310         SET WK-ARQUIVO-INVALIDO TO TRUE
010320         SET WK-FIM-MAPA-SUSPENSOS TO TRUE
010330         GO TO 1430-LER-SUSPENSO-MAPA-EXIT
010340     END-IF.
010350*
010360     MOVE SUS-MOVIMENTO TO MOV-REGISTRO.
010370     PERFORM 1450-MAPEAR-TRANSFERENCIA
010380         THRU 1450-MAPEAR-TRANSFERENCIA-EXIT.
010390*
010400 1430-LER-SUSPENSO-MAPA-EXIT.
010410     EXIT.
010420*
010430 1450-MAPEAR-TRANSFERENCIA.
010440*----------------------------------------------------------------
010450*    CONTA A SEQUENCIA DE LEITURA DO MOVIMENTO CORRENTE NAS
010460*    PASSAGENS DE MAPEAMENTO (SUSPENSOS) E DE CONFERENCIA
010470*    (MOVDIA) - A MESMA CONTAGEM DE 2150/2170, INCLUSIVE OS
010480*    MOVIMENTOS DE LOTES QUE VENHAM A SER REJEITADOS - E, SE
010490*    ELE E UMA TRANSFERENCIA ATE O CORTE, REGISTRA AS DUAS
010500*    CONTAS NA TABELA.  UMA TRANSFERENCIA DE LOTE REJEITADO
010510*    TAMBEM REGISTRA AS CONTAS: ELAS SO PASSAM PARA A FASE EM
010520*    ORDEM DE CHEGADA, O QUE NAO ALTERA O RESULTADO.
010530*----------------------------------------------------------------
010540     ADD 1 TO WK-SEQ-CONFERENCIA.
010550*
010560     IF NOT MOV-TRANSFERENCIA
010570        OR WK-SEQ-CONFERENCIA IS GREATER THAN WK-SEQ-CORTE
010580         GO TO 1450-MAPEAR-TRANSFERENCIA-EXIT
010590     END-IF.
010600*
010610     MOVE MOV-CLI-NUMERO  TO WK-CLI-TRANSF-NOVO.
010620     PERFORM 1460-INCLUIR-CLI-TRANSF
010630         THRU 1460-INCLUIR-CLI-TRANSF-EXIT.
010640     MOVE MOV-CLI-CREDITO TO WK-CLI-TRANSF-NOVO.
010650     PERFORM 1460-INCLUIR-CLI-TRANSF
010660         THRU 1460-INCLUIR-CLI-TRANSF-EXIT.
010670*
010680 1450-MAPEAR-TRANSFERENCIA-EXIT.
010690     EXIT.
010700*
010710 1460-INCLUIR-CLI-TRANSF.
010720*----------------------------------------------------------------
010730*    INCLUI UMA CONTA NA TABELA DAS CONTAS COM TRANSFERENCIA,
010740*    NA SUA POSICAO EM ORDEM CRESCENTE, SE AINDA NAO ESTIVER LA.
010750*    TABELA CHEIA SO LIGA O INDICADOR - QUEM DECIDE O QUE FAZER
010760*    E 1000-INICIALIZAR, DEPOIS DA CONFERENCIA.
010770*----------------------------------------------------------------
010780     SET WK-IX-TRF TO 1.
010790     SEARCH ALL WK-CLI-TRANSF
010800         AT END
010810             CONTINUE
010820         WHEN WK-CLI-TRANSF-NUMERO (WK-IX-TRF)
010830                  = WK-CLI-TRANSF-NOVO
010840             GO TO 1460-INCLUIR-CLI-TRANSF-EXIT
010850     END-SEARCH.
010860*
010870     IF WK-QT-CLI-TRANSF IS NOT LESS THAN WK-MAX-CLI-TRANSF
010880         SET WK-TAB-TRANSF-ESTOURADA TO TRUE
010890         GO TO 1460-INCLUIR-CLI-TRANSF-EXIT
010900     END-IF.
010910*
010920     MOVE WK-QT-CLI-TRANSF TO WK-SUB-TRF.
010930     MOVE "N" TO WK-SW-POSICAO-TRANSF.
010940     PERFORM 1470-ABRIR-POSICAO-TRANSF
010950         THRU 1470-ABRIR-POSICAO-TRANSF-EXIT
010960         UNTIL WK-POSICAO-TRANSF-ACHADA.
010970     ADD 1 TO WK-QT-CLI-TRANSF.
010980*
010990 1460-INCLUIR-CLI-TRANSF-EXIT.
011000     EXIT.
011010*
011020 1470-ABRIR-POSICAO-TRANSF.
011030*----------------------------------------------------------------
011040*    DESLOCA UMA POSICAO PARA O FIM DA TABELA CADA CONTA MAIOR
011050*    QUE A NOVA, DE TRAS PARA A FRENTE, ATE ACHAR O LUGAR DELA.
011060*----------------------------------------------------------------
011070     COMPUTE WK-SUB-TRF-DESTINO = WK-SUB-TRF + 1.
011080*
011090     IF WK-SUB-TRF IS EQUAL TO ZERO
011100         MOVE WK-CLI-TRANSF-NOVO
011110             TO WK-CLI-TRANSF-NUMERO (WK-SUB-TRF-DESTINO)
011120         SET WK-POSICAO-TRANSF-ACHADA TO TRUE
011130         GO TO 1470-ABRIR-POSICAO-TRANSF-EXIT
011140     END-IF.
011150*
011160     IF WK-CLI-TRANSF-NUMERO (WK-SUB-TRF) IS LESS THAN
011170             WK-CLI-TRANSF-NOVO
011180         MOVE WK-CLI-TRANSF-NOVO
011190             TO WK-CLI-TRANSF-NUMERO (WK-SUB-TRF-DESTINO)
011200         SET WK-POSICAO-TRANSF-ACHADA TO TRUE
011210         GO TO 1470-ABRIR-POSICAO-TRANSF-EXIT
011220     END-IF.
011230*
011240     MOVE WK-CLI-TRANSF-NUMERO (WK-SUB-TRF)
011250         TO WK-CLI-TRANSF-NUMERO (WK-SUB-TRF-DESTINO).
011260     SUBTRACT 1 FROM WK-SUB-TRF.
011270*
011280 1470-ABRIR-POSICAO-TRANSF-EXIT.
011290     EXIT.
011300*
011310 2000-PROCESSAR-MOVIMENTO.
011320*----------------------------------------------------------------
011330*    ORDEM DE CHEGADA: PROCESSA O MOVIMENTO CORRENTE, COM A
011340*    SEQUENCIA DE LEITURA DELE, E LE O PROXIMO MOVIMENTO.
011350*----------------------------------------------------------------
011360     MOVE WK-QT-MOVIMENTOS-LIDOS TO WK-SEQ-MOVIMENTO-CORRENTE.
011370*
011380     PERFORM 2050-LOCALIZAR-E-APLICAR
011390         THRU 2050-LOCALIZAR-E-APLICAR-EXIT.
011400*
011410     PERFORM 2100-LER-MOVIMENTO
011420         THRU 2100-LER-MOVIMENTO-EXIT.
011430*
011440 2000-PROCESSAR-MOVIMENTO-EXIT.
011450     EXIT.
011460*
011470 2050-LOCALIZAR-E-APLICAR.
011480*----------------------------------------------------------------
011490*    LOCALIZA O CLIENTE DO MOVIMENTO CORRENTE, APLICA O
011500*    MOVIMENTO ATRAVES DO SUBPROGRAMA APLICAR-MOVIMENTO E GRAVA
011510*    O DIARIO DE AUDITORIA, COM UMA LEITURA E UMA REGRAVACAO DO
011520*    CLIENTE POR MOVIMENTO.  USADO PELA ORDEM DE CHEGADA E PELA
011530*    FASE DAS CONTAS COM TRANSFERENCIA DO MODO ORDENADO.
011540*----------------------------------------------------------------
011550     MOVE MOV-CLI-NUMERO TO CLI-NUMERO.
011560     READ CLIENTES-MASTER
011570         INVALID KEY
011580             PERFORM 2060-SUSPENDER-NAO-ENCONTRADO
011590                 THRU 2060-SUSPENDER-NAO-ENCONTRADO-EXIT
011600     END-READ.
011610*
011620     IF WK-FS-OK
011630         PERFORM 3000-APLICAR-E-GRAVAR
011640             THRU 3000-APLICAR-E-GRAVAR-EXIT
011650     ELSE
011660         PERFORM 5000-GRAVAR-CHECKPOINT
011670             THRU 5000-GRAVAR-CHECKPOINT-EXIT
011680     END-IF.
011690*
011700 2050-LOCALIZAR-E-APLICAR-EXIT.
011710     EXIT.
011720*
011730 2060-SUSPENDER-NAO-ENCONTRADO.
011740*----------------------------------------------------------------
011750*    AUDITA E ENCAMINHA AO CIRCUITO DE SUSPENSOS O MOVIMENTO
011760*    CORRENTE, CUJO CLIENTE NAO EXISTE NO ARQUIVO MESTRE.
011770*----------------------------------------------------------------
011780     DISPLAY "CLIENTE " MOV-CLI-NUMERO
011790             " NAO ENCONTRADO - MOVIMENTO SUSPENSO."
011800     ADD 1 TO WK-QT-CLIENTES-NAO-ACHADOS.
011810     PERFORM 4300-GRAVAR-AUDITORIA-NAO-ENCONTRADO
011820         THRU 4300-GRAVAR-AUDITORIA-NAO-ENCONTRADO-EXIT.
011830     MOVE "CLIENTE NAO ENCONTRADO"
011840         TO WK-MOTIVO-REJ-CORRENTE.
011850     PERFORM 6000-ENCAMINHAR-SUSPENSO
011860         THRU 6000-ENCAMINHAR-SUSPENSO-EXIT.
011870*
011880 2060-SUSPENDER-NAO-ENCONTRADO-EXIT.
011890     EXIT.
011900*
011910 2100-LER-MOVIMENTO.
011920*----------------------------------------------------------------
011930*    LE O PROXIMO MOVIMENTO DA NOITE: PRIMEIRO OS SUSPENSOS DA
011940*    NOITE ANTERIOR (REAPRESENTADOS NA FRENTE DO MOVDIA) E, SO
011950*    DEPOIS QUE ELES ACABAM, O ARQUIVO DE MOVIMENTOS DO DIA.
011960*    OS HEADERS E TRAILERS DOS LOTES NAO CONTAM COMO
011970*    MOVIMENTO (OS LOTES JA FORAM CONFERIDOS EM
011980*    1300-VALIDAR-CONTROLE); OS MOVIMENTOS DOS LOTES
011990*    REJEITADOS SAO PULADOS SEM SEREM APLICADOS.
012000*----------------------------------------------------------------
012010     MOVE "N" TO WK-SW-MOV-CARREGADO.
012020*
012030     IF WK-FASE-SUSPENSO
012040         PERFORM 2150-LER-SUSPENSO
012050             THRU 2150-LER-SUSPENSO-EXIT
012060     END-IF.
012070*
012080     IF WK-FASE-MOVDIA AND NOT WK-MOV-CARREGADO
012090         PERFORM 2160-LER-MOVDIA
012100             THRU 2160-LER-MOVDIA-EXIT
012110     END-IF.
012120*
012130 2100-LER-MOVIMENTO-EXIT.
012140     EXIT.
012150*
012160 2150-LER-SUSPENSO.
012170*----------------------------------------------------------------
012180*    LE UM SUSPENSO DA NOITE ANTERIOR E O APRESENTA COMO SE
012190*    FOSSE O PROXIMO MOVIMENTO DO DIA, CARREGANDO NA AREA DO
012200*    MOVIMENTO OS CAMPOS ORIGINAIS E GUARDANDO O HISTORICO DE
012210*    APRESENTACOES DO SUSPENSO.  QUANDO O ARQUIVO ACABA, A
012220*    LEITURA PASSA PARA O MOVDIA.  UM ERRO DE LEITURA ENCERRA
012230*    A NOITE COM RETURN-CODE 12: SEGUIR SEM OS SUSPENSOS
012240*    FARIA O PASSO ROTSUSP DESCARTAR AS REAPRESENTACOES
012250*    PENDENTES.
012260*----------------------------------------------------------------
012270     READ ARQUIVO-SUSPENSO-ANT INTO SUS-REGISTRO
012280         AT END
012290             CLOSE ARQUIVO-SUSPENSO-ANT
012300             SET WK-FASE-MOVDIA TO TRUE
012310         NOT AT END
012320             MOVE SUS-CLI-NUMERO TO MOV-CLI-NUMERO
012330             MOVE SUS-VALOR      TO MOV-VALOR
012340             MOVE SUS-DATA       TO MOV-DATA
012350             MOVE SUS-COMPLEMENTO
012360                                 TO MOV-COMPLEMENTO
012370             MOVE SUS-QT-APRESENTACOES
012380                 TO WK-QT-APRESENTA-CORRENTE
012390             MOVE SUS-DATA-PRIMEIRA-REJ
012400                 TO WK-DATA-PRIM-REJ-CORRENTE
012410             ADD 1 TO WK-QT-MOVIMENTOS-LIDOS
012420             ADD 1 TO WK-QT-SUSPENSOS-LIDOS
012430             SET WK-MOV-CARREGADO TO TRUE
012440     END-READ.
012450*
012460     IF NOT WK-FS-SUSPANT-OK AND WK-FASE-SUSPENSO
012470         DISPLAY "ERRO AO LER O ARQUIVO DE SUSPENSOS - FILE "
012480                 "STATUS " WK-FS-SUSPANT
012490         MOVE "N" TO WK-SW-MOV-CARREGADO
012500         SET WK-FIM-MOVIMENTOS TO TRUE
012510         SET WK-NOITE-COM-ERRO TO TRUE
012520         MOVE 12 TO RETURN-CODE
012530     END-IF.
012540*
012550 2150-LER-SUSPENSO-EXIT.
012560     EXIT.
012570*
012580 2160-LER-MOVDIA.
012590*----------------------------------------------------------------
012600*    LE REGISTROS DO ARQUIVO DE MOVIMENTOS DO DIA ATE CARREGAR
012610*    UM MOVIMENTO DE UM LOTE ACEITO OU ESGOTAR O ARQUIVO.
012620*----------------------------------------------------------------
012630     PERFORM 2170-LER-REGISTRO-MOVDIA
012640         THRU 2170-LER-REGISTRO-MOVDIA-EXIT
012650         UNTIL WK-MOV-CARREGADO
012660             OR WK-FIM-MOVIMENTOS.
012670*
012680 2160-LER-MOVDIA-EXIT.
012690     EXIT.
012700*
012710 2170-LER-REGISTRO-MOVDIA.
012720*----------------------------------------------------------------
012730*    LE UM REGISTRO DO ARQUIVO DE MOVIMENTOS DO DIA.  UM
012740*    HEADER AVANCA PARA O PROXIMO LOTE DA TABELA DA
012750*    CONFERENCIA E DECIDE SE OS MOVIMENTOS DELE SERAO PULADOS
012760*    (LOTE REJEITADO); UM TRAILER E SO CONSUMIDO.  UM
012770*    MOVIMENTO SEMPRE CONTA NA SEQUENCIA DE LEITURA - MESMO
012780*    QUANDO PULADO - PARA QUE O CHECKPOINT E A MARCA NO
012790*    CLIENTE APONTEM A MESMA POSICAO DO ARQUIVO EM QUALQUER
012800*    EXECUCAO DA NOITE.  UM MOVIMENTO NOVO COMECA SEM
012810*    HISTORICO DE APRESENTACOES.  UM ERRO DE LEITURA ENCERRA
012820*    A NOITE COM RETURN-CODE 12, PARA O ESCALONADOR NAO
012830*    SEGUIR COM UMA NOITE INCOMPLETA.
012840*----------------------------------------------------------------
012850     READ ARQUIVO-MOVIMENTOS
012860         AT END
012870             SET WK-FIM-MOVIMENTOS TO TRUE
012880             GO TO 2170-LER-REGISTRO-MOVDIA-EXIT
012890     END-READ.
012900*
012910     IF NOT WK-FS-MOVDIA = "00"
012920         DISPLAY "ERRO AO LER O ARQUIVO DE MOVIMENTOS - FILE "
012930                 "STATUS " WK-FS-MOVDIA
012940         MOVE "N" TO WK-SW-MOV-CARREGADO
012950         SET WK-FIM-MOVIMENTOS TO TRUE
012960         SET WK-NOITE-COM-ERRO TO TRUE
012970         MOVE 12 TO RETURN-CODE
012980         GO TO 2170-LER-REGISTRO-MOVDIA-EXIT
012990     END-IF.
013000*
013010     EVALUATE TRUE
013020         WHEN CTL-REG-HEADER
013030             ADD 1 TO WK-IX-LOTE-CORRENTE
013040             MOVE WK-LOTE-ORIGEM (WK-IX-LOTE-CORRENTE)
013050                 TO WK-ORIGEM-HEADER
013060             IF WK-LOTE-VALIDO (WK-IX-LOTE-CORRENTE)
013070                 MOVE "N" TO WK-SW-LOTE-IGNORAR
013080             ELSE
013090                 SET WK-LOTE-IGNORAR TO TRUE
013100                 DISPLAY "PULANDO O LOTE REJEITADO DA ORIGEM "
013110                         WK-ORIGEM-HEADER
013120             END-IF
013130         WHEN CTL-REG-TRAILER
013140             CONTINUE
013150         WHEN OTHER
013160             ADD 1 TO WK-QT-MOVIMENTOS-LIDOS
013170             IF NOT WK-LOTE-IGNORAR
013180                 MOVE ZERO TO WK-QT-APRESENTA-CORRENTE
013190                 MOVE ZERO TO WK-DATA-PRIM-REJ-CORRENTE
013200                 SET WK-MOV-CARREGADO TO TRUE
013210             END-IF
013220     END-EVALUATE.
013230*
013240 2170-LER-REGISTRO-MOVDIA-EXIT.
013250     EXIT.
013260*
013270 2500-LIBERAR-MOVIMENTOS.
013280*----------------------------------------------------------------
013290*    PROCEDIMENTO DE ENTRADA DO SORT (MODO ORDENADO): LE A NOITE
013300*    PELA MESMA ROTINA DA ORDEM DE CHEGADA (2100: SUSPENSOS DA
013310*    NOITE ANTERIOR E DEPOIS O MOVDIA, PULANDO OS LOTES
013320*    REJEITADOS) E LIBERA CADA MOVIMENTO COM A SUA SEQUENCIA DE
013330*    LEITURA, QUE E A MESMA NOS DOIS MODOS - A MARCA NO CLIENTE
013340*    (CLI-ULT-SEQ-MOVIMENTO-LOTE) VALE PARA QUALQUER UM DELES.
013350*    UM ERRO DE LEITURA AQUI DEIXA A NOITE COM ERRO ANTES DE
013360*    QUALQUER MOVIMENTO SER APLICADO (VER 2600).
013370*----------------------------------------------------------------
013380     PERFORM 2100-LER-MOVIMENTO
013390         THRU 2100-LER-MOVIMENTO-EXIT.
013400*
013410     PERFORM 2510-LIBERAR-UM-MOVIMENTO
013420         THRU 2510-LIBERAR-UM-MOVIMENTO-EXIT
013430         UNTIL WK-FIM-MOVIMENTOS.
013440*
013450 2500-LIBERAR-MOVIMENTOS-FIM.
013460     EXIT.
013470*
013480 2510-LIBERAR-UM-MOVIMENTO.
013490*----------------------------------------------------------------
013500*    CLASSIFICA E LIBERA O MOVIMENTO CORRENTE E LE O PROXIMO.
013510*    VAI PARA A FASE EM ORDEM DE CHEGADA (CLASSE "2") O
013520*    MOVIMENTO DE CONTA ENVOLVIDA EM TRANSFERENCIA NA NOITE: O
013530*    ACEITE DE UMA PERNA DEPENDE DO SALDO DA OUTRA CONTA
013540*    NAQUELE PONTO DA NOITE, ENTAO ESSAS CONTAS SO REPRODUZEM O
013550*    RESULTADO DA ORDEM DE CHEGADA SE FOREM APLICADAS JUNTAS E
013560*    NA ORDEM ORIGINAL.  TAMBEM VAI PARA ELA O MOVIMENTO ACIMA
013570*    DO CORTE (SO NUMA RETOMADA: ENTROU NO ARQUIVO DEPOIS DA
013580*    EXECUCAO INTERROMPIDA).  OS DEMAIS VAO PARA A PASSAGEM POR
013590*    CLIENTE (CLASSE "1").
013600*----------------------------------------------------------------
013610     MOVE "N" TO WK-SW-CLI-EM-TRANSF.
013620*
013630     IF WK-QT-MOVIMENTOS-LIDOS IS GREATER THAN WK-SEQ-CORTE
013640         SET WK-CLI-EM-TRANSF TO TRUE
013650     ELSE
013660         SET WK-IX-TRF TO 1
013670         SEARCH ALL WK-CLI-TRANSF
013680             AT END
013690                 CONTINUE
013700             WHEN WK-CLI-TRANSF-NUMERO (WK-IX-TRF)
013710                      = MOV-CLI-NUMERO
013720                 SET WK-CLI-EM-TRANSF TO TRUE
013730         END-SEARCH
013740     END-IF.
013750*
013760     IF WK-CLI-EM-TRANSF
013770         SET SRT-CLASSE-CHEGADA TO TRUE
013780         MOVE ZERO                TO SRT-CLI-CHAVE
013790     ELSE
013800         SET SRT-CLASSE-CLIENTE TO TRUE
013810         MOVE MOV-CLI-NUMERO      TO SRT-CLI-CHAVE
013820     END-IF.
013830     MOVE WK-QT-MOVIMENTOS-LIDOS  TO SRT-SEQUENCIA.
013840     MOVE MOV-REGISTRO            TO SRT-MOVIMENTO.
013850     MOVE WK-QT-APRESENTA-CORRENTE
013860                                  TO SRT-QT-APRESENTACOES.
013870     MOVE WK-DATA-PRIM-REJ-CORRENTE
013880                                  TO SRT-DATA-PRIMEIRA-REJ.
013890*
013900     RELEASE SRT-REGISTRO.
013910*
013920     PERFORM 2100-LER-MOVIMENTO
013930         THRU 2100-LER-MOVIMENTO-EXIT.
013940*
013950 2510-LIBERAR-UM-MOVIMENTO-EXIT.
013960     EXIT.
013970*
013980 2600-PROCESSAR-ORDENADO.
013990*----------------------------------------------------------------
014000*    PROCEDIMENTO DE SAIDA DO SORT (MODO ORDENADO): PRIMEIRO A
014010*    PASSAGEM POR CLIENTE (CLASSE "1", UM CLIENTE POR VEZ, EM
014020*    ORDEM DE NUMERO) E DEPOIS A FASE DAS CONTAS COM
014030*    TRANSFERENCIA (CLASSE "2", EM ORDEM DE CHEGADA).  AS DUAS
014040*    FASES NAO TEM CONTA EM COMUM, ENTAO CADA CONTA RECEBE OS
014050*    SEUS MOVIMENTOS NA MESMA ORDEM DA ORDEM DE CHEGADA E O
014060*    RESULTADO - SALDOS, DIARIO, SUSPENSOS E RELREJ - E O
014070*    MESMO; SO A ORDEM DOS REGISTROS GRAVADOS MUDA.  SE A
014080*    LEITURA DA NOITE FALHOU NO PROCEDIMENTO DE ENTRADA, NADA
014090*    E APLICADO E O CHECKPOINT FICA COMO ESTAVA (VER 8000).
014100*----------------------------------------------------------------
014110     IF WK-NOITE-COM-ERRO
014120         GO TO 2600-PROCESSAR-ORDENADO-FIM
014130     END-IF.
014140*
014150     IF NOT WK-RETOMAR-EXECUCAO
014160         MOVE WK-QT-MOVIMENTOS-LIDOS TO WK-SEQ-CORTE
014170     END-IF.
014180*
014190     SET WK-FASE-POR-CLIENTE TO TRUE.
014200     PERFORM 2610-RECEBER-MOVIMENTO
014210         THRU 2610-RECEBER-MOVIMENTO-EXIT.
014220*
014230     PERFORM 2620-PROCESSAR-CLIENTE
014240         THRU 2620-PROCESSAR-CLIENTE-EXIT
014250         UNTIL WK-FIM-ORDENADO
014260             OR SRT-CLASSE-CHEGADA.
014270*
014280     SET WK-FASE-POR-CHEGADA TO TRUE.
014290     PERFORM 2700-PROCESSAR-CHEGADA
014300         THRU 2700-PROCESSAR-CHEGADA-EXIT
014310         UNTIL WK-FIM-ORDENADO.
014320*
014330 2600-PROCESSAR-ORDENADO-FIM.
014340     EXIT.
014350*
014360 2610-RECEBER-MOVIMENTO.
014370*----------------------------------------------------------------
014380*    RECEBE O PROXIMO MOVIMENTO JA ORDENADO DO SORT.
014390*----------------------------------------------------------------
014400     RETURN ARQUIVO-SORT
014410         AT END
014420             SET WK-FIM-ORDENADO TO TRUE
014430     END-RETURN.
014440*
014450 2610-RECEBER-MOVIMENTO-EXIT.
014460     EXIT.
014470*
014480 2620-PROCESSAR-CLIENTE.
014490*----------------------------------------------------------------
014500*    APLICA TODOS OS MOVIMENTOS DE UM CLIENTE DA PASSAGEM POR
014510*    CLIENTE (JA NA ORDEM DE CHEGADA DELE) COM UMA SO LEITURA E
014520*    UMA SO REGRAVACAO DO REGISTRO MESTRE, E GRAVA O CHECKPOINT
014530*    DO CLIENTE CONCLUIDO.  CADA MOVIMENTO PASSA PELA MESMA
014540*    VERIFICACAO DE REPROCESSAMENTO (3050) E PELA MESMA
014550*    APLICACAO (3100) DA ORDEM DE CHEGADA, SOBRE O REGISTRO EM
014560*    MEMORIA; A MARCA DE SEQUENCIA DO ULTIMO MOVIMENTO VAI PARA
014570*    O MESTRE NA REGRAVACAO.  UMA QUEDA NO MEIO DO CLIENTE NAO
014580*    DEIXA NADA DELE NO MESTRE, E A RETOMADA O REFAZ INTEIRO.
014590*    NUMA RETOMADA, OS CLIENTES ATE O DO CHECKPOINT (TODOS, SE
014600*    A EXECUCAO INTERROMPIDA JA ESTAVA NA FASE DAS CONTAS COM
014610*    TRANSFERENCIA) SAO DESCARTADOS SEM LEITURA DO MESTRE.
014620*----------------------------------------------------------------
014630     MOVE SRT-CLI-CHAVE TO WK-CLI-GRUPO.
014640*
014650     IF WK-RETOMAR-EXECUCAO
014660        AND (WK-RETOMAR-POR-CHEGADA
014670             OR WK-CLI-GRUPO IS NOT GREATER THAN
014680                WK-ULT-CLIENTE-CHECKPOINT)
014690         PERFORM 2610-RECEBER-MOVIMENTO
014700             THRU 2610-RECEBER-MOVIMENTO-EXIT
014710             UNTIL WK-FIM-ORDENADO
014720                 OR SRT-CLASSE-CHEGADA
014730                 OR SRT-CLI-CHAVE IS NOT EQUAL TO WK-CLI-GRUPO
014740         GO TO 2620-PROCESSAR-CLIENTE-EXIT
014750     END-IF.
014760*
014770     MOVE WK-CLI-GRUPO TO CLI-NUMERO.
014780     MOVE "N" TO WK-SW-CLIENTE-ALTERADO.
014790     SET WK-CLIENTE-GRUPO-ERRO TO TRUE.
014800     READ CLIENTES-MASTER
014810         INVALID KEY
014820             SET WK-CLIENTE-GRUPO-AUSENTE TO TRUE
014830         NOT INVALID KEY
014840             SET WK-CLIENTE-GRUPO-ACHADO  TO TRUE
014850     END-READ.
014860*
014870     IF WK-CLIENTE-GRUPO-ERRO
014880         DISPLAY "ERRO AO LER O CLIENTE " WK-CLI-GRUPO
014890                 " - FILE STATUS " WK-FS-CLIMSTR
014900     END-IF.
014910*
014920     PERFORM 2630-APLICAR-NO-GRUPO
014930         THRU 2630-APLICAR-NO-GRUPO-EXIT
014940         UNTIL WK-FIM-ORDENADO
014950             OR SRT-CLASSE-CHEGADA
014960             OR SRT-CLI-CHAVE IS NOT EQUAL TO WK-CLI-GRUPO.
014970*
014980     IF WK-CLIENTE-ALTERADO
014990         REWRITE CLI-REGISTRO
015000             INVALID KEY
015010                 DISPLAY "ERRO AO REGRAVAR O CLIENTE "
015020                         CLI-NUMERO " NO ARQUIVO MESTRE."
015030         END-REWRITE
015040     END-IF.
015050*
015060     MOVE WK-CLI-GRUPO TO CLI-NUMERO.
015070     ADD 1 TO WK-QT-CLIENTES-ORDENADOS.
015080     PERFORM 5000-GRAVAR-CHECKPOINT
015090         THRU 5000-GRAVAR-CHECKPOINT-EXIT.
015100*
015110 2620-PROCESSAR-CLIENTE-EXIT.
015120     EXIT.
015130*
015140 2630-APLICAR-NO-GRUPO.
015150*----------------------------------------------------------------
015160*    APLICA UM MOVIMENTO DO CLIENTE CORRENTE DA PASSAGEM POR
015170*    CLIENTE SOBRE O REGISTRO EM MEMORIA (OU O SUSPENDE, SE O
015180*    CLIENTE NAO EXISTE) E RECEBE O PROXIMO.  O MOVIMENTO DE UM
015190*    CLIENTE COM ERRO DE LEITURA NO MESTRE E DESCARTADO, COMO
015200*    NA ORDEM DE CHEGADA.
015210*----------------------------------------------------------------
015220     PERFORM 2690-CARREGAR-MOVIMENTO
015230         THRU 2690-CARREGAR-MOVIMENTO-EXIT.
015240*
015250     EVALUATE TRUE
015260         WHEN WK-CLIENTE-GRUPO-ACHADO
015270             PERFORM 3050-VERIFICAR-REPROCESSO
015280                 THRU 3050-VERIFICAR-REPROCESSO-EXIT
015290             IF NOT WK-MOV-JA-PROCESSADO
015300                 PERFORM 3100-APLICAR-NO-REGISTRO
015310                     THRU 3100-APLICAR-NO-REGISTRO-EXIT
015320                 MOVE WK-SEQ-MOVIMENTO-CORRENTE
015330                                  TO CLI-ULT-SEQ-MOVIMENTO-LOTE
015340                 MOVE WK-DATA-PROCESSO-HEADER
015350                                  TO CLI-DATA-MOVIMENTO-LOTE
015360                 SET WK-CLIENTE-ALTERADO TO TRUE
015370             END-IF
015380         WHEN WK-CLIENTE-GRUPO-AUSENTE
015390             PERFORM 2060-SUSPENDER-NAO-ENCONTRADO
015400                 THRU 2060-SUSPENDER-NAO-ENCONTRADO-EXIT
015410         WHEN OTHER
015420             CONTINUE
015430     END-EVALUATE.
015440*
015450     PERFORM 2610-RECEBER-MOVIMENTO
015460         THRU 2610-RECEBER-MOVIMENTO-EXIT.
015470*
015480 2630-APLICAR-NO-GRUPO-EXIT.
015490     EXIT.
015500*
015510 2690-CARREGAR-MOVIMENTO.
015520*----------------------------------------------------------------
015530*    DEVOLVE O MOVIMENTO RECEBIDO DO SORT A AREA DO MOVIMENTO,
015540*    COM A SEQUENCIA DE LEITURA E O HISTORICO DE APRESENTACOES.
015550*----------------------------------------------------------------
015560     MOVE SRT-MOVIMENTO           TO MOV-REGISTRO.
015570     MOVE SRT-SEQUENCIA           TO WK-SEQ-MOVIMENTO-CORRENTE.
015580     MOVE SRT-QT-APRESENTACOES    TO WK-QT-APRESENTA-CORRENTE.
015590     MOVE SRT-DATA-PRIMEIRA-REJ   TO WK-DATA-PRIM-REJ-CORRENTE.
015600*
015610 2690-CARREGAR-MOVIMENTO-EXIT.
015620     EXIT.
015630*
015640 2700-PROCESSAR-CHEGADA.
015650*----------------------------------------------------------------
015660*    FASE FINAL DO MODO ORDENADO: APLICA UM MOVIMENTO DAS
015670*    CONTAS COM TRANSFERENCIA EXATAMENTE COMO A ORDEM DE
015680*    CHEGADA (2050 - UMA LEITURA E UMA REGRAVACAO POR
015690*    MOVIMENTO, A TRANSFERENCIA POSTADA PELAS DUAS PERNAS EM
015700*    3500, CHECKPOINT POR SEQUENCIA) E RECEBE O PROXIMO.  NUMA
015710*    RETOMADA NESTA FASE, AS SEQUENCIAS ATE A DO CHECKPOINT SAO
015720*    DESCARTADAS.
015730*----------------------------------------------------------------
015740     PERFORM 2690-CARREGAR-MOVIMENTO
015750         THRU 2690-CARREGAR-MOVIMENTO-EXIT.
015760*
015770     IF WK-RETOMAR-EXECUCAO
015780        AND WK-RETOMAR-POR-CHEGADA
015790        AND WK-SEQ-MOVIMENTO-CORRENTE
015800             IS NOT GREATER THAN WK-ULT-SEQUENCIA-CHECKPOINT
015810         CONTINUE
015820     ELSE
015830         ADD 1 TO WK-QT-MOV-ORDEM-CHEGADA
015840         PERFORM 2050-LOCALIZAR-E-APLICAR
015850             THRU 2050-LOCALIZAR-E-APLICAR-EXIT
015860     END-IF.
015870*
015880     PERFORM 2610-RECEBER-MOVIMENTO
015890         THRU 2610-RECEBER-MOVIMENTO-EXIT.
015900*
015910 2700-PROCESSAR-CHEGADA-EXIT.
015920     EXIT.
015930*
015940 3000-APLICAR-E-GRAVAR.
015950*----------------------------------------------------------------
015960*    APLICA O MOVIMENTO CONTRA O CLIENTE JA LIDO E GRAVA O
015970*    DIARIO DE AUDITORIA, REGRAVANDO O REGISTRO NO ARQUIVO
015980*    MESTRE EM SEGUIDA COM A SEQUENCIA DA NOITE JA MARCADA EM
015990*    CLI-ULT-SEQ-MOVIMENTO-LOTE E A DATA DE PROCESSAMENTO
016000*    (HEADER DO MOVDIA) EM CLI-DATA-MOVIMENTO-LOTE.  SE O JOB
016010*    CAIU ENTRE ESSA REWRITE E A GRAVACAO DO CHECKPOINT
016020*    (5000), UM RESTART VOLTA A LER ESTE MESMO MOVIMENTO; A
016030*    VERIFICACAO ABAIXO EVITA QUE ELE SEJA APLICADO (OU
016040*    REJEITADO E AUDITADO) UMA SEGUNDA VEZ CONTRA O SALDO,
016050*    PORQUE O PROPRIO REGISTRO DO CLIENTE JA DIZ QUE ESSA
016060*    SEQUENCIA FOI PROCESSADA NESTA DATA - AO CONTRARIO DO
016070*    CHECKPOINT (CHKREC.CPY), QUE E REGRAVADO SEPARADAMENTE E
016080*    PODE FICAR DEFASADO NUMA QUEDA NESSA JANELA.  A
016090*    COMPARACAO DE SEQUENCIA SO VALE DENTRO DA MESMA DATA DE
016100*    PROCESSAMENTO: NUMA NOITE NOVA O CLIENTE CARREGA A
016110*    SEQUENCIA (MAIOR) DA NOITE ANTERIOR, E COMPARA-LA COM AS
016120*    POSICOES INICIAIS DESTA NOITE DESCARTARIA MOVIMENTOS
016130*    LEGITIMOS - INCLUSIVE OS SUSPENSOS REAPRESENTADOS NO
016140*    INICIO DA LEITURA.  OS TESTES IS NUMERIC SAO DEFESA
016150*    CONTRA UM REGISTRO CORROMPIDO (OS CAMPOS NASCEM ZERADOS
016160*    NA CONVERSAO CONVCLI).
016170*----------------------------------------------------------------
016180     PERFORM 3050-VERIFICAR-REPROCESSO
016190         THRU 3050-VERIFICAR-REPROCESSO-EXIT.
016200*
016210     IF WK-MOV-JA-PROCESSADO
016220         GO TO 3000-GRAVAR-CHECKPOINT
016230     END-IF.
016240*
016250     IF MOV-TRANSFERENCIA
016260         PERFORM 3500-APLICAR-TRANSFERENCIA
016270             THRU 3500-APLICAR-TRANSFERENCIA-EXIT
016280         GO TO 3000-GRAVAR-CHECKPOINT
016290     END-IF.
016300*
016310     PERFORM 3100-APLICAR-NO-REGISTRO
016320         THRU 3100-APLICAR-NO-REGISTRO-EXIT.
016330*
016340     MOVE WK-SEQ-MOVIMENTO-CORRENTE
016350                              TO CLI-ULT-SEQ-MOVIMENTO-LOTE.
016360     MOVE WK-DATA-PROCESSO-HEADER
016370                              TO CLI-DATA-MOVIMENTO-LOTE.
016380     REWRITE CLI-REGISTRO
016390         INVALID KEY
016400             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
016410                     CLI-NUMERO " NO ARQUIVO MESTRE."
016420     END-REWRITE.
016430*
016440 3000-GRAVAR-CHECKPOINT.
016450     PERFORM 5000-GRAVAR-CHECKPOINT
016460         THRU 5000-GRAVAR-CHECKPOINT-EXIT.
016470*
016480 3000-APLICAR-E-GRAVAR-EXIT.
016490     EXIT.
016500*
016510 3050-VERIFICAR-REPROCESSO.
016520*----------------------------------------------------------------
016530*    DIZ SE O MOVIMENTO CORRENTE JA FOI PROCESSADO CONTRA O
016540*    CLIENTE EM CLI-REGISTRO NUMA EXECUCAO ANTERIOR DESTA NOITE,
016550*    PELA MARCA DE SEQUENCIA E DATA NO PROPRIO REGISTRO (VER
016560*    3000-APLICAR-E-GRAVAR).
016570*----------------------------------------------------------------
016580     MOVE "N" TO WK-SW-MOV-JA-PROCESSADO.
016590*
016600     IF CLI-ULT-SEQ-MOVIMENTO-LOTE IS NOT NUMERIC
016610         MOVE ZERO TO CLI-ULT-SEQ-MOVIMENTO-LOTE
016620     END-IF.
016630     IF CLI-DATA-MOVIMENTO-LOTE IS NOT NUMERIC
016640         MOVE ZERO TO CLI-DATA-MOVIMENTO-LOTE
016650     END-IF.
016660     IF CLI-DATA-MOVIMENTO-LOTE
016670             IS EQUAL TO WK-DATA-PROCESSO-HEADER
016680        AND CLI-ULT-SEQ-MOVIMENTO-LOTE
016690             IS NOT LESS THAN WK-SEQ-MOVIMENTO-CORRENTE
016700         DISPLAY "MOVIMENTO " WK-SEQ-MOVIMENTO-CORRENTE
016710                 " DO CLIENTE " CLI-NUMERO
016720                 " JA HAVIA SIDO PROCESSADO NUMA EXECUCAO "
016730                 "ANTERIOR DESTA NOITE - IGNORADO."
016740         SET WK-MOV-JA-PROCESSADO TO TRUE
016750     END-IF.
016760*
016770 3050-VERIFICAR-REPROCESSO-EXIT.
016780     EXIT.
016790*
016800 3100-APLICAR-NO-REGISTRO.
016810*----------------------------------------------------------------
016820*    APLICA O MOVIMENTO CORRENTE (QUE NAO E TRANSFERENCIA) SOBRE
016830*    CLI-REGISTRO ATRAVES DO SUBPROGRAMA APLICAR-MOVIMENTO E
016840*    GRAVA O DIARIO DE AUDITORIA; UMA REJEICAO E AUDITADA E
016850*    ENCAMINHADA AO CIRCUITO DE SUSPENSOS.  NADA E REGRAVADO
016860*    AQUI - QUEM REGRAVA E O CHAMADOR (3000 A CADA MOVIMENTO,
016870*    2620 UMA VEZ POR CLIENTE).
016880*----------------------------------------------------------------
016890     CALL "APLICAR-MOVIMENTO" USING CLI-REGISTRO
016900                                     MOV-VALOR
016910                                     MOV-DATA
016920                                     MOV-RESULTADO.
016930*
016940     IF MOV-REJEITADO
016950         EVALUATE TRUE
016960             WHEN MOV-REJ-BLOQUEADO
016970                 MOVE "CLIENTE BLOQUEADO"
016980                     TO WK-MOTIVO-REJ-CORRENTE
016990             WHEN MOV-REJ-ENCERRADO
017000                 MOVE "CONTA ENCERRADA"
017010                     TO WK-MOTIVO-REJ-CORRENTE
017020             WHEN MOV-REJ-BLOQUEIO-JUDICIAL
017030                 MOVE "DEBITO ALCANCA BLOQUEIO JUDICIAL"
017040                     TO WK-MOTIVO-REJ-CORRENTE
017050             WHEN OTHER
017060                 MOVE "EXCEDE O LIMITE DE CREDITO DO CLIENTE"
017070                     TO WK-MOTIVO-REJ-CORRENTE
017080         END-EVALUATE
017090         PERFORM 4200-GRAVAR-AUDITORIA-REJEITADO
017100             THRU 4200-GRAVAR-AUDITORIA-REJEITADO-EXIT
017110         DISPLAY "MOVIMENTO REJEITADO ("
017120                 WK-MOTIVO-REJ-CORRENTE
017130                 ") - CLIENTE " CLI-NUMERO
017140         ADD 1 TO WK-QT-MOVIMENTOS-REJEITADOS
017150         PERFORM 6000-ENCAMINHAR-SUSPENSO
017160             THRU 6000-ENCAMINHAR-SUSPENSO-EXIT
017170     ELSE
017180         PERFORM 4000-GRAVAR-AUDITORIA-MOVIMENTO
017190             THRU 4000-GRAVAR-AUDITORIA-MOVIMENTO-EXIT
017200*
017210         IF MOV-JUROS-CALCULADO IS NOT EQUAL TO ZERO
017220             PERFORM 4100-GRAVAR-AUDITORIA-JUROS
017230                 THRU 4100-GRAVAR-AUDITORIA-JUROS-EXIT
017240         END-IF
017250*
017260         ADD 1 TO WK-QT-MOVIMENTOS-APLICADOS
017270     END-IF.
017280*
017290 3100-APLICAR-NO-REGISTRO-EXIT.
017300     EXIT.
017310*
017320 3500-APLICAR-TRANSFERENCIA.
017330*----------------------------------------------------------------
017340*    APLICA UMA TRANSFERENCIA ENTRE CONTAS COMO UMA UNIDADE.
017350*    CLI-REGISTRO CHEGA COM O CLIENTE DEBITADO (MOV-CLI-NUMERO)
017360*    JA LIDO E SEM A MARCA DESTA SEQUENCIA.  A PERNA DE DEBITO
017370*    E VALIDADA SOBRE UMA COPIA DO REGISTRO, SEM REGRAVAR NADA
017380*    NO ARQUIVO MESTRE; SO QUANDO AS DUAS PERNAS SAO ACEITAS E
017390*    QUE O CREDITO E O DEBITO SAO REGRAVADOS - CREDITO
017400*    PRIMEIRO, DEBITO POR ULTIMO, POIS E A MARCA DE SEQUENCIA
017410*    NO CLIENTE DEBITADO QUE DIZ AO RESTART QUE A
017420*    TRANSFERENCIA INTEIRA JA FOI APLICADA.  UMA QUEDA ENTRE
017430*    AS DUAS REGRAVACOES E COBERTA PELA MARCA DE SEQUENCIA DO
017440*    PROPRIO CLIENTE CREDITADO, CONFERIDA ANTES DE POSTAR A
017450*    PERNA DE CREDITO NO REPROCESSAMENTO.  QUALQUER REJEICAO
017460*    (LIMITE, BLOQUEIO, CONTA DE CREDITO INEXISTENTE OU O
017470*    REGISTRO DE TRANSFERENCIA EM SI INVALIDO) DEIXA
017480*    OS DOIS SALDOS INTACTOS E ENCAMINHA O PAR INTEIRO PARA O
017490*    ARQUIVO DE SUSPENSOS; SO O CLIENTE DEBITADO E REGRAVADO,
017500*    COM A MARCA DE SEQUENCIA E O SALDO INALTERADO, PARA O
017510*    RESTART NAO AUDITAR A REJEICAO DUAS VEZES.
017520*----------------------------------------------------------------
017530     MOVE MOV-CLI-CREDITO TO TRFDEB-CLIENTE.
017540     MOVE MOV-CLI-NUMERO  TO TRFCRE-CLIENTE.
017550     MOVE CLI-REGISTRO    TO WK-REG-CLI-DEB-ANTES.
017560     MOVE CLI-REGISTRO    TO WK-REG-CLI-DEB-APOS.
017570     MOVE CLI-SALDO       TO WK-TRF-SALDO-ANT-DEB.
017580*
017590*    O REGISTRO DE TRANSFERENCIA E VALIDADO ANTES DE QUALQUER
017600*    PERNA: CREDITO NA PROPRIA CONTA DEBITADA APLICARIA AS
017610*    DUAS PERNAS SOBRE COPIAS DISTINTAS DO MESMO REGISTRO
017620*    (A ULTIMA REGRAVACAO ANULARIA A OUTRA E QUEBRARIA A
017630*    CADEIA DE AUDITORIA), E O VALOR DEVE SER POSITIVO, COMO
017640*    MOVREC.CPY DECLARA.
017650     IF MOV-CLI-CREDITO IS EQUAL TO MOV-CLI-NUMERO
017660         MOVE "TRANSF: CREDITO IGUAL A CONTA DEBITADA"
017670             TO WK-MOTIVO-REJ-CORRENTE
017680         PERFORM 3590-REJEITAR-TRANSFERENCIA
017690             THRU 3590-REJEITAR-TRANSFERENCIA-EXIT
017700         GO TO 3500-APLICAR-TRANSFERENCIA-EXIT
017710     END-IF.
017720*
017730     IF MOV-VALOR IS NOT GREATER THAN ZERO
017740         MOVE "TRANSF: VALOR NAO POSITIVO"
017750             TO WK-MOTIVO-REJ-CORRENTE
017760         PERFORM 3590-REJEITAR-TRANSFERENCIA
017770             THRU 3590-REJEITAR-TRANSFERENCIA-EXIT
017780         GO TO 3500-APLICAR-TRANSFERENCIA-EXIT
017790     END-IF.
017800*
017810     COMPUTE WK-VL-PERNA = MOV-VALOR * -1.
017820*
017830     CALL "APLICAR-MOVIMENTO" USING WK-REG-CLI-DEB-APOS
017840                                     WK-VL-PERNA
017850                                     MOV-DATA
017860                                     MOV-RESULTADO.
017870*
017880     MOVE MOV-SALDO-ANTERIOR      TO WK-TRF-SALDO-ANT-DEB.
017890     MOVE MOV-SALDO-POS-MOVIMENTO TO WK-TRF-SALDO-POS-DEB.
017900     MOVE MOV-JUROS-CALCULADO     TO WK-TRF-JUROS-DEB.
017910*
017920     IF MOV-REJEITADO
017930         EVALUATE TRUE
017940             WHEN MOV-REJ-BLOQUEADO
017950                 MOVE "TRANSF: CLIENTE DEBITADO BLOQUEADO"
017960                     TO WK-MOTIVO-REJ-CORRENTE
017970             WHEN MOV-REJ-ENCERRADO
017980                 MOVE "TRANSF: CONTA DEBITADA ENCERRADA"
017990                     TO WK-MOTIVO-REJ-CORRENTE
018000             WHEN MOV-REJ-BLOQUEIO-JUDICIAL
018010                 MOVE "TRANSF: DEBITO ALCANCA BLOQUEIO JUDICIAL"
018020                     TO WK-MOTIVO-REJ-CORRENTE
018030             WHEN OTHER
018040                 MOVE "TRANSF: DEBITO EXCEDE O LIMITE DE CREDITO"
018050                     TO WK-MOTIVO-REJ-CORRENTE
018060         END-EVALUATE
018070         PERFORM 3590-REJEITAR-TRANSFERENCIA
018080             THRU 3590-REJEITAR-TRANSFERENCIA-EXIT
018090         GO TO 3500-APLICAR-TRANSFERENCIA-EXIT
018100     END-IF.
018110*
018120     MOVE MOV-CLI-CREDITO TO CLI-NUMERO.
018130*
018140*    A SAIDA E FEITA DENTRO DO PROPRIO INVALID KEY, COMO NAS
018150*    DEMAIS REJEICOES: RETESTAR O FILE STATUS DEPOIS NAO
018160*    FUNCIONARIA, POIS A REGRAVACAO DO CLIENTE DEBITADO FEITA
018170*    POR 3590 JA O DEVOLVE A "00".
018180     READ CLIENTES-MASTER
018190         INVALID KEY
018200             DISPLAY "CLIENTE DE CREDITO " MOV-CLI-CREDITO
018210                     " NAO ENCONTRADO - TRANSFERENCIA SUSPENSA."
018220             ADD 1 TO WK-QT-CLIENTES-NAO-ACHADOS
018230             MOVE "TRANSF: CLIENTE DE CREDITO NAO ENCONTRADO"
018240                 TO WK-MOTIVO-REJ-CORRENTE
018250             PERFORM 3590-REJEITAR-TRANSFERENCIA
018260                 THRU 3590-REJEITAR-TRANSFERENCIA-EXIT
018270             GO TO 3500-APLICAR-TRANSFERENCIA-EXIT
018280     END-READ.
018290*
018300     IF CLI-ULT-SEQ-MOVIMENTO-LOTE IS NOT NUMERIC
018310         MOVE ZERO TO CLI-ULT-SEQ-MOVIMENTO-LOTE
018320     END-IF.
018330     IF CLI-DATA-MOVIMENTO-LOTE IS NOT NUMERIC
018340         MOVE ZERO TO CLI-DATA-MOVIMENTO-LOTE
018350     END-IF.
018360*
018370*    QUEDA ENTRE AS DUAS REGRAVACOES: A PERNA DE CREDITO JA
018380*    FOI APLICADA NUMA EXECUCAO ANTERIOR DESTA NOITE - NAO
018390*    REPOSTA, SO COMPLETA A PERNA DE DEBITO QUE FALTOU.  A
018400*    AUDITORIA DA PERNA DE DEBITO (E DOS JUROS DELA) TAMBEM E
018410*    GRAVADA AQUI: NA EXECUCAO INTERROMPIDA ELA NUNCA CHEGOU A
018420*    SER ESCRITA (VEM DEPOIS DA REGRAVACAO DO DEBITO), E SEM
018430*    ELA A CADEIA DE SALDOS DO CLIENTE DEBITADO FICARIA
018440*    QUEBRADA PARA SEMPRE.
018450     IF CLI-DATA-MOVIMENTO-LOTE
018460             IS EQUAL TO WK-DATA-PROCESSO-HEADER
018470        AND CLI-ULT-SEQ-MOVIMENTO-LOTE
018480             IS NOT LESS THAN WK-SEQ-MOVIMENTO-CORRENTE
018490         DISPLAY "PERNA DE CREDITO DA TRANSFERENCIA "
018500                 WK-SEQ-MOVIMENTO-CORRENTE
018510                 " JA APLICADA NUMA EXECUCAO ANTERIOR."
018520         PERFORM 3560-REGRAVAR-PERNA-DEBITO
018530             THRU 3560-REGRAVAR-PERNA-DEBITO-EXIT
018540         PERFORM 4550-GRAVAR-AUD-TRF-DEBITO
018550             THRU 4550-GRAVAR-AUD-TRF-DEBITO-EXIT
018560         IF WK-TRF-JUROS-DEB IS NOT EQUAL TO ZERO
018570             PERFORM 4560-GRAVAR-AUD-TRF-JUROS-DEB
018580                 THRU 4560-GRAVAR-AUD-TRF-JUROS-DEB-EXIT
018590         END-IF
018600         GO TO 3500-APLICAR-TRANSFERENCIA-EXIT
018610     END-IF.
018620*
018630     CALL "APLICAR-MOVIMENTO" USING CLI-REGISTRO
018640                                     MOV-VALOR
018650                                     MOV-DATA
018660                                     MOV-RESULTADO.
018670*
018680     IF MOV-REJEITADO
018690         EVALUATE TRUE
018700             WHEN MOV-REJ-BLOQUEADO
018710                 MOVE "TRANSF: CLIENTE CREDITADO BLOQUEADO"
018720                     TO WK-MOTIVO-REJ-CORRENTE
018730             WHEN MOV-REJ-ENCERRADO
018740                 MOVE "TRANSF: CONTA CREDITADA ENCERRADA"
018750                     TO WK-MOTIVO-REJ-CORRENTE
018760             WHEN OTHER
018770                 MOVE "TRANSF: CREDITO EXCEDE O LIMITE DE CREDITO"
018780                     TO WK-MOTIVO-REJ-CORRENTE
018790         END-EVALUATE
018800         PERFORM 3590-REJEITAR-TRANSFERENCIA
018810             THRU 3590-REJEITAR-TRANSFERENCIA-EXIT
018820         GO TO 3500-APLICAR-TRANSFERENCIA-EXIT
018830     END-IF.
018840*
018850*    AS DUAS PERNAS FORAM ACEITAS: REGRAVA E AUDITA O CREDITO
018860*    (CLI-REGISTRO) E DEPOIS O DEBITO (COPIA APLICADA).
018870     MOVE WK-SEQ-MOVIMENTO-CORRENTE
018880                              TO CLI-ULT-SEQ-MOVIMENTO-LOTE.
018890     MOVE WK-DATA-PROCESSO-HEADER
018900                              TO CLI-DATA-MOVIMENTO-LOTE.
018910     REWRITE CLI-REGISTRO
018920         INVALID KEY
018930             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
018940                     CLI-NUMERO " NO ARQUIVO MESTRE."
018950     END-REWRITE.
018960*
018970     PERFORM 4500-GRAVAR-AUD-TRF-CREDITO
018980         THRU 4500-GRAVAR-AUD-TRF-CREDITO-EXIT.
018990*
019000     IF MOV-JUROS-CALCULADO IS NOT EQUAL TO ZERO
019010         PERFORM 4510-GRAVAR-AUD-TRF-JUROS-CRE
019020             THRU 4510-GRAVAR-AUD-TRF-JUROS-CRE-EXIT
019030     END-IF.
019040*
019050     PERFORM 3560-REGRAVAR-PERNA-DEBITO
019060         THRU 3560-REGRAVAR-PERNA-DEBITO-EXIT.
019070*
019080     PERFORM 4550-GRAVAR-AUD-TRF-DEBITO
019090         THRU 4550-GRAVAR-AUD-TRF-DEBITO-EXIT.
019100*
019110     IF WK-TRF-JUROS-DEB IS NOT EQUAL TO ZERO
019120         PERFORM 4560-GRAVAR-AUD-TRF-JUROS-DEB
019130             THRU 4560-GRAVAR-AUD-TRF-JUROS-DEB-EXIT
019140     END-IF.
019150*
019160     ADD 1 TO WK-QT-MOVIMENTOS-APLICADOS.
019170     ADD 1 TO WK-QT-TRANSF-APLICADAS.
019180*
019190 3500-APLICAR-TRANSFERENCIA-EXIT.
019200     EXIT.
019210*
019220 3560-REGRAVAR-PERNA-DEBITO.
019230*----------------------------------------------------------------
019240*    REGRAVA O CLIENTE DEBITADO COM A PERNA DE DEBITO APLICADA
019250*    E A MARCA DE SEQUENCIA DA NOITE - A ULTIMA REGRAVACAO DA
019260*    TRANSFERENCIA, QUE A DECLARA CONCLUIDA PARA O RESTART.
019270*----------------------------------------------------------------
019280     MOVE WK-REG-CLI-DEB-APOS TO CLI-REGISTRO.
019290     MOVE WK-SEQ-MOVIMENTO-CORRENTE
019300                              TO CLI-ULT-SEQ-MOVIMENTO-LOTE.
019310     MOVE WK-DATA-PROCESSO-HEADER
019320                              TO CLI-DATA-MOVIMENTO-LOTE.
019330     REWRITE CLI-REGISTRO
019340         INVALID KEY
019350             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
019360                     CLI-NUMERO " NO ARQUIVO MESTRE."
019370     END-REWRITE.
019380*
019390 3560-REGRAVAR-PERNA-DEBITO-EXIT.
019400     EXIT.
019410*
019420 3590-REJEITAR-TRANSFERENCIA.
019430*----------------------------------------------------------------
019440*    REJEITA A TRANSFERENCIA INTEIRA: AUDITA A REJEICAO NA
019450*    CONTA DEBITADA, ENCAMINHA O PAR PARA O ARQUIVO DE
019460*    SUSPENSOS E REGRAVA O CLIENTE DEBITADO COM O SALDO
019470*    ORIGINAL E A MARCA DE SEQUENCIA, PARA O RESTART NAO
019480*    AUDITAR A MESMA REJEICAO DUAS VEZES.  NENHUM SALDO E
019490*    ALTERADO.
019500*----------------------------------------------------------------
019510     PERFORM 4400-GRAVAR-AUD-TRF-REJEITADA
019520         THRU 4400-GRAVAR-AUD-TRF-REJEITADA-EXIT.
019530     DISPLAY "TRANSFERENCIA REJEITADA ("
019540             WK-MOTIVO-REJ-CORRENTE
019550             ") - CLIENTES " MOV-CLI-NUMERO
019560             " / " MOV-CLI-CREDITO.
019570     ADD 1 TO WK-QT-MOVIMENTOS-REJEITADOS.
019580     PERFORM 6000-ENCAMINHAR-SUSPENSO
019590         THRU 6000-ENCAMINHAR-SUSPENSO-EXIT.
019600*
019610     MOVE WK-REG-CLI-DEB-ANTES TO CLI-REGISTRO.
019620     MOVE WK-SEQ-MOVIMENTO-CORRENTE
019630                              TO CLI-ULT-SEQ-MOVIMENTO-LOTE.
019640     MOVE WK-DATA-PROCESSO-HEADER
019650                              TO CLI-DATA-MOVIMENTO-LOTE.
019660     REWRITE CLI-REGISTRO
019670         INVALID KEY
019680             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
019690                     CLI-NUMERO " NO ARQUIVO MESTRE."
019700     END-REWRITE.
019710*
019720 3590-REJEITAR-TRANSFERENCIA-EXIT.
019730     EXIT.
019740*
019750 4000-GRAVAR-AUDITORIA-MOVIMENTO.
019760*----------------------------------------------------------------
019770*    GRAVA NO DIARIO DE AUDITORIA O MOVIMENTO QUE ACABOU DE SER
019780*    SOMADO AO SALDO DO CLIENTE.
019790*----------------------------------------------------------------
019800     MOVE CLI-NUMERO           TO AUD-CLI-NUMERO.
019810     SET AUD-EV-MOVIMENTO      TO TRUE.
019820     MOVE MOV-VALOR            TO AUD-VALOR-EVENTO.
019830     MOVE MOV-SALDO-ANTERIOR   TO AUD-SALDO-ANTERIOR.
019840     MOVE MOV-SALDO-POS-MOVIMENTO
019850                               TO AUD-SALDO-RESULTANTE.
019860     MOVE "BATCH"              TO AUD-USUARIO.
019870     MOVE SPACES               TO AUD-MOTIVO.
019880*
019890     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
019900         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
019910*
019920 4000-GRAVAR-AUDITORIA-MOVIMENTO-EXIT.
019930     EXIT.
019940*
019950 4100-GRAVAR-AUDITORIA-JUROS.
019960*----------------------------------------------------------------
019970*    GRAVA NO DIARIO DE AUDITORIA OS JUROS QUE ACABARAM DE SER
019980*    DEBITADOS DO SALDO DO CLIENTE.
019990*----------------------------------------------------------------
020000     MOVE CLI-NUMERO           TO AUD-CLI-NUMERO.
020010     SET AUD-EV-JUROS          TO TRUE.
020020     MOVE MOV-JUROS-CALCULADO  TO AUD-VALOR-EVENTO.
020030     MOVE MOV-SALDO-POS-MOVIMENTO
020040                               TO AUD-SALDO-ANTERIOR.
020050     MOVE CLI-SALDO            TO AUD-SALDO-RESULTANTE.
020060     MOVE "BATCH"              TO AUD-USUARIO.
020070     MOVE SPACES               TO AUD-MOTIVO.
020080*
020090     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
020100         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
020110*
020120 4100-GRAVAR-AUDITORIA-JUROS-EXIT.
020130     EXIT.
020140*
020150 4200-GRAVAR-AUDITORIA-REJEITADO.
020160*----------------------------------------------------------------
020170*    GRAVA NO DIARIO DE AUDITORIA UM MOVIMENTO REJEITADO PELO
020180*    SUBPROGRAMA (LIMITE DE CREDITO EXCEDIDO OU CLIENTE
020190*    BLOQUEADO), COM O MOTIVO JA DECIDIDO PELO CHAMADOR.
020200*----------------------------------------------------------------
020210     MOVE CLI-NUMERO           TO AUD-CLI-NUMERO.
020220     SET AUD-EV-REJEITADO      TO TRUE.
020230     MOVE MOV-VALOR            TO AUD-VALOR-EVENTO.
020240     MOVE MOV-SALDO-ANTERIOR   TO AUD-SALDO-ANTERIOR.
020250     MOVE MOV-SALDO-ANTERIOR   TO AUD-SALDO-RESULTANTE.
020260     MOVE "BATCH"              TO AUD-USUARIO.
020270     MOVE WK-MOTIVO-REJ-CORRENTE
020280                               TO AUD-MOTIVO.
020290*
020300     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
020310         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
020320*
020330 4200-GRAVAR-AUDITORIA-REJEITADO-EXIT.
020340     EXIT.
020350*
020360 4300-GRAVAR-AUDITORIA-NAO-ENCONTRADO.
020370*----------------------------------------------------------------
020380*    GRAVA NO DIARIO DE AUDITORIA UM MOVIMENTO CUJO CLIENTE NAO
020390*    FOI ENCONTRADO NO ARQUIVO MESTRE, PARA QUE ELE NAO FIQUE
020400*    INVISIVEL AO RELATORIO DE CONCILIACAO DO DIA.
020410*----------------------------------------------------------------
020420     MOVE MOV-CLI-NUMERO       TO AUD-CLI-NUMERO.
020430     SET AUD-EV-REJEITADO      TO TRUE.
020440     MOVE MOV-VALOR            TO AUD-VALOR-EVENTO.
020450     MOVE ZERO                 TO AUD-SALDO-ANTERIOR.
020460     MOVE ZERO                 TO AUD-SALDO-RESULTANTE.
020470     MOVE "BATCH"              TO AUD-USUARIO.
020480     MOVE "CLIENTE NAO ENCONTRADO"
020490                               TO AUD-MOTIVO.
020500*
020510     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
020520         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
020530*
020540 4300-GRAVAR-AUDITORIA-NAO-ENCONTRADO-EXIT.
020550     EXIT.
020560*
020570 4400-GRAVAR-AUD-TRF-REJEITADA.
020580*----------------------------------------------------------------
020590*    GRAVA NO DIARIO DE AUDITORIA UMA TRANSFERENCIA REJEITADA,
020600*    NA CONTA DEBITADA, COM O MOTIVO JA DECIDIDO PELO CHAMADOR
020610*    E O SALDO ORIGINAL INALTERADO NOS DOIS CAMPOS DE SALDO.
020620*----------------------------------------------------------------
020630     MOVE MOV-CLI-NUMERO       TO AUD-CLI-NUMERO.
020640     SET AUD-EV-REJEITADO      TO TRUE.
020650     MOVE MOV-VALOR            TO AUD-VALOR-EVENTO.
020660     MOVE WK-TRF-SALDO-ANT-DEB TO AUD-SALDO-ANTERIOR.
020670     MOVE WK-TRF-SALDO-ANT-DEB TO AUD-SALDO-RESULTANTE.
020680     MOVE "BATCH"              TO AUD-USUARIO.
020690     MOVE WK-MOTIVO-REJ-CORRENTE
020700                               TO AUD-MOTIVO.
020710*
020720     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
020730         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
020740*
020750 4400-GRAVAR-AUD-TRF-REJEITADA-EXIT.
020760     EXIT.
020770*
020780 4500-GRAVAR-AUD-TRF-CREDITO.
020790*----------------------------------------------------------------
020800*    GRAVA NO DIARIO DE AUDITORIA A PERNA DE CREDITO DE UMA
020810*    TRANSFERENCIA ACEITA, LIGADA A PERNA DE DEBITO PELO
020820*    NUMERO DA CONTA DE ORIGEM NO MOTIVO.  USA MOV-RESULTADO
020830*    E OS CAMPOS DO MOVIMENTO, POIS A AREA DO REGISTRO NAO E
020840*    MAIS CONFIAVEL DEPOIS DO REWRITE.
020850*----------------------------------------------------------------
020860     MOVE MOV-CLI-CREDITO      TO AUD-CLI-NUMERO.
020870     SET AUD-EV-MOVIMENTO      TO TRUE.
020880     MOVE MOV-VALOR            TO AUD-VALOR-EVENTO.
020890     MOVE MOV-SALDO-ANTERIOR   TO AUD-SALDO-ANTERIOR.
020900     MOVE MOV-SALDO-POS-MOVIMENTO
020910                               TO AUD-SALDO-RESULTANTE.
020920     MOVE "BATCH"              TO AUD-USUARIO.
020930     MOVE WK-MOTIVO-TRF-CREDITO
020940                               TO AUD-MOTIVO.
020950*
020960     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
020970         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
020980*
020990 4500-GRAVAR-AUD-TRF-CREDITO-EXIT.
021000     EXIT.
021010*
021020 4510-GRAVAR-AUD-TRF-JUROS-CRE.
021030*----------------------------------------------------------------
021040*    GRAVA NO DIARIO DE AUDITORIA OS JUROS DEBITADOS PELA
021050*    PERNA DE CREDITO DE UMA TRANSFERENCIA QUE AINDA ASSIM
021060*    DEIXOU O SALDO NEGATIVO.  USA MOV-RESULTADO, POIS A AREA
021070*    DO REGISTRO NAO E MAIS CONFIAVEL DEPOIS DO REWRITE.
021080*----------------------------------------------------------------
021090     MOVE MOV-CLI-CREDITO      TO AUD-CLI-NUMERO.
021100     SET AUD-EV-JUROS          TO TRUE.
021110     MOVE MOV-JUROS-CALCULADO  TO AUD-VALOR-EVENTO.
021120     MOVE MOV-SALDO-POS-MOVIMENTO
021130                               TO AUD-SALDO-ANTERIOR.
021140     COMPUTE AUD-SALDO-RESULTANTE =
021150             MOV-SALDO-POS-MOVIMENTO - MOV-JUROS-CALCULADO.
021160     MOVE "BATCH"              TO AUD-USUARIO.
021170     MOVE SPACES               TO AUD-MOTIVO.
021180*
021190     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
021200         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
021210*
021220 4510-GRAVAR-AUD-TRF-JUROS-CRE-EXIT.
021230     EXIT.
021240*
021250 4550-GRAVAR-AUD-TRF-DEBITO.
021260*----------------------------------------------------------------
021270*    GRAVA NO DIARIO DE AUDITORIA A PERNA DE DEBITO DE UMA
021280*    TRANSFERENCIA ACEITA, COM OS RESULTADOS GUARDADOS ANTES
021290*    DA PERNA DE CREDITO SOBRESCREVER MOV-RESULTADO, LIGADA A
021300*    PERNA DE CREDITO PELO NUMERO DA CONTA DE DESTINO NO
021310*    MOTIVO.
021320*----------------------------------------------------------------
021330     MOVE MOV-CLI-NUMERO       TO AUD-CLI-NUMERO.
021340     SET AUD-EV-MOVIMENTO      TO TRUE.
021350     COMPUTE AUD-VALOR-EVENTO = MOV-VALOR * -1.
021360     MOVE WK-TRF-SALDO-ANT-DEB TO AUD-SALDO-ANTERIOR.
021370     MOVE WK-TRF-SALDO-POS-DEB TO AUD-SALDO-RESULTANTE.
021380     MOVE "BATCH"              TO AUD-USUARIO.
021390     MOVE WK-MOTIVO-TRF-DEBITO TO AUD-MOTIVO.
021400*
021410     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
021420         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
021430*
021440 4550-GRAVAR-AUD-TRF-DEBITO-EXIT.
021450     EXIT.
021460*
021470 4560-GRAVAR-AUD-TRF-JUROS-DEB.
021480*----------------------------------------------------------------
021490*    GRAVA NO DIARIO DE AUDITORIA OS JUROS DEBITADOS PELA
021500*    PERNA DE DEBITO DE UMA TRANSFERENCIA QUE DEIXOU O SALDO
021510*    NEGATIVO.  CLI-REGISTRO JA CARREGA DE VOLTA O CLIENTE
021520*    DEBITADO COM A PERNA APLICADA.
021530*----------------------------------------------------------------
021540     MOVE MOV-CLI-NUMERO       TO AUD-CLI-NUMERO.
021550     SET AUD-EV-JUROS          TO TRUE.
021560     MOVE WK-TRF-JUROS-DEB     TO AUD-VALOR-EVENTO.
021570     MOVE WK-TRF-SALDO-POS-DEB TO AUD-SALDO-ANTERIOR.
021580     MOVE CLI-SALDO            TO AUD-SALDO-RESULTANTE.
021590     MOVE "BATCH"              TO AUD-USUARIO.
021600     MOVE SPACES               TO AUD-MOTIVO.
021610*
021620     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
021630         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
021640*
021650 4560-GRAVAR-AUD-TRF-JUROS-DEB-EXIT.
021660     EXIT.
021670*
021680 4900-GRAVAR-REGISTRO-AUDITORIA.
021690*----------------------------------------------------------------
021700*    CARIMBA DATA/HORA E GRAVA O REGISTRO DE AUDITORIA MONTADO
021710*    PELO PARAGRAFO CHAMADOR.
021720*----------------------------------------------------------------
021730     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
021740     ACCEPT AUD-HORA FROM TIME.
021750*
021760     WRITE AUD-REGISTRO.
021770*
021780     IF NOT WK-FS-AUDITLOG = "00"
021790         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
021800                 CLI-NUMERO " - FILE STATUS " WK-FS-AUDITLOG
021810     END-IF.
021820*
021830 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
021840     EXIT.
021850*
021860 5000-GRAVAR-CHECKPOINT.
021870*----------------------------------------------------------------
021880*    GRAVA O PONTO DE CONTROLE APOS O CLIENTE CORRENTE TER SIDO
021890*    ATUALIZADO E REGRAVADO COM SUCESSO, PARA QUE UMA EXECUCAO
021900*    INTERROMPIDA POSSA SER RETOMADA A PARTIR DELE NA PROXIMA
021910*    CHAMADA DO JOB, EM VEZ DE REPROCESSAR DESDE O INICIO.
021920*----------------------------------------------------------------
021930     MOVE SPACES              TO CHK-REGISTRO.
021940     MOVE CLI-NUMERO          TO CHK-ULT-CLIENTE.
021950     MOVE WK-SEQ-MOVIMENTO-CORRENTE
021960                              TO CHK-ULT-SEQUENCIA.
021970     ACCEPT CHK-DATA-EXECUCAO FROM DATE YYYYMMDD.
021980     ACCEPT CHK-HORA-EXECUCAO FROM TIME.
021990     SET CHK-EM-ANDAMENTO     TO TRUE.
022000     PERFORM 5100-MONTAR-MODO-CHECKPOINT
022010         THRU 5100-MONTAR-MODO-CHECKPOINT-EXIT.
022020*
022030     OPEN OUTPUT ARQUIVO-RESTART.
022040     WRITE CHK-REGISTRO.
022050     CLOSE ARQUIVO-RESTART.
022060*
022070 5000-GRAVAR-CHECKPOINT-EXIT.
022080     EXIT.
022090*
022100 5100-MONTAR-MODO-CHECKPOINT.
022110*----------------------------------------------------------------
022120*    COMPLETA O CHECKPOINT COM O MODO DA EXECUCAO E, NO MODO
022130*    ORDENADO, A FASE CORRENTE E O CORTE DA SEPARACAO DAS
022140*    CONTAS COM TRANSFERENCIA (CHKREC.CPY).
022150*----------------------------------------------------------------
022160     MOVE WK-MODO-PROCESSAMENTO TO CHK-MODO.
022170*
022180     IF WK-MODO-ORDENADO
022190         MOVE WK-FASE-ORDENADA  TO CHK-FASE
022200         MOVE WK-SEQ-CORTE      TO CHK-SEQ-CORTE
022210     ELSE
022220         MOVE SPACE             TO CHK-FASE
022230         MOVE ZERO              TO CHK-SEQ-CORTE
022240     END-IF.
022250*
022260 5100-MONTAR-MODO-CHECKPOINT-EXIT.
022270     EXIT.
022280*
022290*
022300 6000-ENCAMINHAR-SUSPENSO.
022310*---------------------------------------------------------------
022320*   DECIDE O DESTINO DE UM MOVIMENTO REJEITADO NESTA NOITE:
022330*   ENQUANTO NAO ESGOTAR O LIMITE DE APRESENTACOES, ELE VAI
022340*   PARA O ARQUIVO DE SUSPENSOS E SERA REAPRESENTADO NA
022350*   PROXIMA NOITE; DEPOIS DISSO VAI PARA O RELATORIO DE
022360*   REJEICOES DEFINITIVAS E SAI DO CIRCUITO.
022370*---------------------------------------------------------------
022380     ADD 1 TO WK-QT-APRESENTA-CORRENTE.
022390*
022400     IF WK-DATA-PRIM-REJ-CORRENTE IS EQUAL TO ZERO
022410         MOVE WK-DATA-HOJE TO WK-DATA-PRIM-REJ-CORRENTE
022420     END-IF.
022430*
022440     IF WK-QT-APRESENTA-CORRENTE
022450             IS NOT LESS THAN WK-MAX-APRESENTACOES
022460         PERFORM 6200-GRAVAR-REJEICAO-DEFINITIVA
022470             THRU 6200-GRAVAR-REJEICAO-DEFINITIVA-EXIT
022480     ELSE
022490         PERFORM 6100-GRAVAR-SUSPENSO
022500             THRU 6100-GRAVAR-SUSPENSO-EXIT
022510     END-IF.
022520*
022530 6000-ENCAMINHAR-SUSPENSO-EXIT.
022540     EXIT.
022550*
022560 6100-GRAVAR-SUSPENSO.
022570*---------------------------------------------------------------
022580*   GRAVA O MOVIMENTO REJEITADO NO ARQUIVO DE SUSPENSOS DE
022590*   SAIDA, COM O MOTIVO DA REJEICAO E O HISTORICO DE
022600*   APRESENTACOES, PARA REAPRESENTACAO NA PROXIMA NOITE.
022610*---------------------------------------------------------------
022620     MOVE MOV-CLI-NUMERO         TO SUS-CLI-NUMERO.
022630     MOVE MOV-VALOR              TO SUS-VALOR.
022640     MOVE MOV-DATA               TO SUS-DATA.
022650     MOVE MOV-COMPLEMENTO        TO SUS-COMPLEMENTO.
022660     MOVE WK-MOTIVO-REJ-CORRENTE TO SUS-MOTIVO-REJEICAO.
022670     MOVE WK-QT-APRESENTA-CORRENTE
022680                                 TO SUS-QT-APRESENTACOES.
022690     MOVE WK-DATA-PRIM-REJ-CORRENTE
022700                                 TO SUS-DATA-PRIMEIRA-REJ.
022710*
022720     WRITE SUSNOVO-REGISTRO FROM SUS-REGISTRO.
022730*
022740     IF NOT WK-FS-SUSPNOVO = "00"
022750         DISPLAY "ERRO AO GRAVAR SUSPENSO DO CLIENTE "
022760                 MOV-CLI-NUMERO " - FILE STATUS "
022770                 WK-FS-SUSPNOVO
022780     ELSE
022790         ADD 1 TO WK-QT-SUSPENSOS-GRAVADOS
022800     END-IF.
022810*
022820 6100-GRAVAR-SUSPENSO-EXIT.
022830     EXIT.
022840*
022850 6200-GRAVAR-REJEICAO-DEFINITIVA.
022860*---------------------------------------------------------------
022870*   IMPRIME O MOVIMENTO QUE ESGOTOU O LIMITE DE APRESENTACOES
022880*   NO RELATORIO DE REJEICOES DEFINITIVAS, PARA TRATAMENTO
022890*   MANUAL PELA AGENCIA DE ORIGEM.
022900*---------------------------------------------------------------
022910     MOVE MOV-CLI-NUMERO         TO REJDET-CLIENTE.
022920     MOVE MOV-VALOR              TO REJDET-VALOR.
022930     MOVE MOV-DATA               TO REJDET-DATA.
022940     MOVE WK-QT-APRESENTA-CORRENTE
022950                                 TO REJDET-APRESENTACOES.
022960     MOVE WK-MOTIVO-REJ-CORRENTE TO REJDET-MOTIVO.
022970*
022980     WRITE RELREJ-LINHA FROM WK-DETALHE-RELREJ.
022990*
023000     ADD 1 TO WK-QT-REJEICOES-DEFINITIVAS.
023010*
023020 6200-GRAVAR-REJEICAO-DEFINITIVA-EXIT.
023030     EXIT.
023040*
023050 7000-ABORTAR-ARQUIVO-INVALIDO.
023060*----------------------------------------------------------------
023070*    ENCERRA O JOB SEM PROCESSAR NENHUM MOVIMENTO QUANDO O
023080*    ARQUIVO DE MOVIMENTOS NAO PASSA NA CONFERENCIA DE
023090*    HEADER/TRAILER: EXIBE O MOTIVO, FECHA OS ARQUIVOS E
023100*    DEVOLVE RETURN-CODE 12 PARA QUE O ESCALONADOR NAO SIGA
023110*    PARA OS JOBS QUE DEPENDEM DESTE.  O CHECKPOINT NAO E
023120*    TOCADO: A RESUBMISSAO COM O ARQUIVO CORRETO SE COMPORTA
023130*    COMO UMA EXECUCAO NORMAL.
023140*----------------------------------------------------------------
023150     DISPLAY "ARQUIVO DE MOVIMENTOS REJEITADO: "
023160             WK-MOTIVO-ARQ-INVALIDO.
023170     DISPLAY "NENHUM MOVIMENTO FOI APLICADO.".
023180*
023190     CLOSE ARQUIVO-MOVIMENTOS.
023200     CLOSE CLIENTES-MASTER.
023210     CLOSE ARQUIVO-AUDITORIA.
023220     IF WK-FASE-SUSPENSO AND WK-SUSPANT-ABERTO
023230         CLOSE ARQUIVO-SUSPENSO-ANT
023240     END-IF.
023250     CLOSE ARQUIVO-SUSPENSO-NOVO.
023260     CLOSE RELATORIO-REJEICOES.
023270*
023280     MOVE 12 TO RETURN-CODE.
023290*
023300 7000-ABORTAR-ARQUIVO-INVALIDO-EXIT.
023310     EXIT.
023320*
023330 8000-FINALIZAR.
023340*----------------------------------------------------------------
023350*    FECHA OS ARQUIVOS, GRAVA O CHECKPOINT FINAL E EMITE O
023360*    RESUMO DA EXECUCAO NOTURNA.  NUMA NOITE NORMAL O
023370*    CHECKPOINT SAI COMO CONCLUIDO, PARA QUE A PROXIMA
023380*    EXECUCAO NAO TENTE RETOMAR UM JOB QUE JA TERMINOU; NUMA
023390*    NOITE ENCERRADA POR ERRO DE LEITURA (RETURN-CODE 12) ELE
023400*    SAI COMO EM ANDAMENTO, COM A ULTIMA SEQUENCIA CONCLUIDA,
023410*    PARA QUE A RESUBMISSAO RETOME DO PONTO DA QUEDA EM VEZ DE
023420*    REPROCESSAR A NOITE INTEIRA.  NO MODO ORDENADO O ERRO DE
023430*    LEITURA SO ACONTECE NO PROCEDIMENTO DE ENTRADA DO SORT,
023440*    ANTES DE QUALQUER MOVIMENTO SER APLICADO: O CHECKPOINT NAO
023450*    E TOCADO, E A RESUBMISSAO REPETE A EXECUCAO (OU A RETOMADA)
023460*    DO MESMO PONTO.
023470*----------------------------------------------------------------
023480     IF WK-MODO-ORDENADO AND WK-NOITE-COM-ERRO
023490         DISPLAY "NENHUM MOVIMENTO FOI APLICADO NESTA EXECUCAO - "
023500                 "CHECKPOINT ANTERIOR MANTIDO."
023510     ELSE
023520         MOVE SPACES              TO CHK-REGISTRO
023530         MOVE CLI-NUMERO          TO CHK-ULT-CLIENTE
023540         MOVE WK-QT-MOVIMENTOS-LIDOS
023550                                  TO CHK-ULT-SEQUENCIA
023560         ACCEPT CHK-DATA-EXECUCAO FROM DATE YYYYMMDD
023570         ACCEPT CHK-HORA-EXECUCAO FROM TIME
023580         IF WK-NOITE-COM-ERRO
023590             SET CHK-EM-ANDAMENTO TO TRUE
023600         ELSE
023610             SET CHK-CONCLUIDO    TO TRUE
023620         END-IF
023630         PERFORM 5100-MONTAR-MODO-CHECKPOINT
023640             THRU 5100-MONTAR-MODO-CHECKPOINT-EXIT
023650         OPEN OUTPUT ARQUIVO-RESTART
023660         WRITE CHK-REGISTRO
023670         CLOSE ARQUIVO-RESTART
023680     END-IF.
023690*
023700     CLOSE ARQUIVO-MOVIMENTOS.
023710     CLOSE CLIENTES-MASTER.
023720     CLOSE ARQUIVO-AUDITORIA.
023730     IF WK-FASE-SUSPENSO AND WK-SUSPANT-ABERTO
023740         CLOSE ARQUIVO-SUSPENSO-ANT
023750     END-IF.
023760     CLOSE ARQUIVO-SUSPENSO-NOVO.
023770     CLOSE RELATORIO-REJEICOES.
023780*
023790     SET BJP-FN-FINALIZAR TO TRUE.
023800     CALL "TOTALIZAR-BLOQUEIOS" USING BJP-PARAMETROS.
023810*
023820     DISPLAY "MOVIMENTOS LIDOS.......: " WK-QT-MOVIMENTOS-LIDOS.
023830     DISPLAY "MOVIMENTOS APLICADOS...: "
023840             WK-QT-MOVIMENTOS-APLICADOS.
023850     DISPLAY "MOVIMENTOS REJEITADOS..: "
023860             WK-QT-MOVIMENTOS-REJEITADOS.
023870     DISPLAY "CLIENTES NAO ENCONTRADOS: "
023880             WK-QT-CLIENTES-NAO-ACHADOS.
023890     DISPLAY "TRANSFERENCIAS APLICADAS: "
023900             WK-QT-TRANSF-APLICADAS.
023910     DISPLAY "SUSPENSOS REAPRESENTADOS: "
023920             WK-QT-SUSPENSOS-LIDOS.
023930     DISPLAY "SUSPENSOS GRAVADOS.....: "
023940             WK-QT-SUSPENSOS-GRAVADOS.
023950     DISPLAY "REJEICOES DEFINITIVAS..: "
023960             WK-QT-REJEICOES-DEFINITIVAS.
023970     DISPLAY "LOTES ACEITOS..........: " WK-QT-LOTES-VALIDOS.
023980     DISPLAY "LOTES REJEITADOS.......: " WK-QT-LOTES-REJEITADOS.
023990     IF WK-MODO-ORDENADO
024000         DISPLAY "CLIENTES NA PASSAGEM ORDENADA: "
024010                 WK-QT-CLIENTES-ORDENADOS
024020         DISPLAY "MOVIMENTOS DE CONTAS COM TRANSFERENCIA: "
024030                 WK-QT-MOV-ORDEM-CHEGADA
024040     END-IF.
024050*
024060*    LOTE REJEITADO COM A NOITE APLICADA PARA OS DEMAIS SINALIZA
024070*    RETURN-CODE 8: O ESCALONADOR SEGUE, MAS A ORIGEM RELATADA
024080*    NO RELREJ PRECISA RETRANSMITIR.
024090     IF WK-QT-LOTES-REJEITADOS IS GREATER THAN ZERO
024100        AND RETURN-CODE IS EQUAL TO ZERO
024110         MOVE 8 TO RETURN-CODE
024120     END-IF.
024130*
024140 8000-FINALIZAR-EXIT.
024150     EXIT.
024160*
024170 8900-CONCLUIR-DIA.
024180*----------------------------------------------------------------
024190*    CARIMBA O PASSO ATLZBAT COMO CONCLUIDO NO CONTROLE DO
024200*    DIA, LIBERANDO OS PASSOS QUE DEPENDEM DELE.  UMA NOITE
024210*    ENCERRADA POR ERRO DE LEITURA NAO CONCLUI - O PASSO FICA
024220*    EM ANDAMENTO ATE A RESUBMISSAO TERMINAR.
024230*----------------------------------------------------------------
024240     SET CTD-FN-CONCLUIR TO TRUE.
024250     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
024260     IF CTD-BLOQUEADO
024270         DISPLAY "AVISO: FALHA AO CONCLUIR O PASSO NO "
024280                 "CONTROLE DO DIA: " CTD-MOTIVO-BLOQUEIO
024290     END-IF.
024300*
024310 8900-CONCLUIR-DIA-EXIT.
024320     EXIT.
024330*
024340 9999-FIM.
024350     STOP RUN.
