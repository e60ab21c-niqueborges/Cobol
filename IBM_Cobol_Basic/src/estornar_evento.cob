000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ESTORNAR-EVENTO.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    SUBPROGRAMA QUE CONCENTRA A REGRA DO ESTORNO DE UM EVENTO
000100*    DE SALDO JA ARQUIVADO NO HISTORICO DE AUDITORIA (AUDHIST),
000110*    PARA QUE A TRANSACAO ONLINE (ESTORNO-LANCAMENTO) E O
000120*    PROCESSAMENTO DE PEDIDOS EM LOTE (ESTORNO-LOTE) APLIQUEM
000130*    EXATAMENTE A MESMA REGRA - O MESMO PAPEL QUE
000140*    APLICAR-MOVIMENTO TEM PARA A POSTAGEM.  PROTOCOLO DE
000150*    CHAMADA EM ESTPARM.CPY.
000160*
000170*    SAO ESTORNAVEIS OS EVENTOS MOVIMENTO, JUROS, TARIFA E
000180*    REMUNER.  O EFEITO DO ESTORNO E O INVERSO DO EFEITO DO
000190*    ORIGINAL SOBRE O SALDO: MOVIMENTO E REMUNER SOMARAM O
000200*    VALOR AO SALDO E O ESTORNO O SUBTRAI; JUROS E TARIFA
000210*    (GRAVADOS COM VALOR POSITIVO) SUBTRAIRAM E O ESTORNO
000220*    DEVOLVE.  QUANDO O ORIGINAL E UM MOVIMENTO OU UMA TARIFA
000230*    QUE DEIXOU O SALDO NEGATIVO, OS JUROS QUE APLICAR-MOVIMENTO
000240*    COBROU JUNTO COM ELE (O EVENTO JUROS SEGUINTE NO HISTORICO,
000250*    DO MESMO CLIENTE E DIA, CUJO SALDO ANTERIOR E O SALDO
000260*    RESULTANTE DO ORIGINAL) SAO ESTORNADOS NA MESMA OPERACAO.
000270*
000280*    O ESTORNO E APLICADO DIRETO NO SALDO, SEM A VERIFICACAO DE
000290*    LIMITE DE CREDITO, COMO O AJUSTE DE SUPERVISOR: E A
000300*    CORRECAO DE UM LANCAMENTO INDEVIDO.  CADA EVENTO ESTORNADO
000310*    GANHA UM REGISTRO NO CONTROLE DE ESTORNOS (ESTORNOS,
000320*    ESTREC.CPY), CHAVEADO PELA CHAVE DO ORIGINAL - UM SEGUNDO
000330*    ESTORNO DO MESMO EVENTO E RECUSADO - E UM EVENTO ESTORNO NO
000340*    DIARIO DE AUDITORIA APONTANDO O ORIGINAL.
000350*
000360*    OS ARQUIVOS SAO ABERTOS NA PRIMEIRA CHAMADA E FICAM
000370*    ABERTOS ATE A CHAMADA COM A FUNCAO FINALIZAR; O CHAMADOR
000380*    NAO DEVE TER O ARQUIVO MESTRE NEM O DIARIO ABERTOS AO
000390*    MESMO TEMPO.
000400*----------------------------------------------------------------
000410*    HISTORICO DE ALTERACOES
000420*----------------------------------------------------------------
000430*    2026-10-15  EQC  VERSAO ORIGINAL.
000432*    2026-10-15  EQC  ESTORNO SOBRE CONTA ENCERRADA
000434*                     (CLI-ENCERRADO) PASSA A SER RECUSADO: A
000436*                     CONTA FOI LIQUIDADA NO ENCERRAMENTO.
000440*----------------------------------------------------------------
000450*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.    IBM-370.
000490 OBJECT-COMPUTER.    IBM-370.
000500*
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT HISTORICO-AUDITORIA ASSIGN TO "AUDHIST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS HIS-CHAVE
000570         FILE STATUS IS WK-FS-AUDHIST.
000580*
000590     SELECT CONTROLE-ESTORNOS ASSIGN TO "ESTORNOS"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS EST-CHAVE-ORIGINAL
000630         FILE STATUS IS WK-FS-ESTORNOS.
000640*
000650     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS CLI-NUMERO
000690         FILE STATUS IS WK-FS-CLIMSTR.
000700*
000710     SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITLOG"
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WK-FS-AUDITLOG.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  HISTORICO-AUDITORIA
000790     LABEL RECORDS ARE STANDARD.
000800     COPY HISREC.
000810*
000820 FD  CONTROLE-ESTORNOS
000830     LABEL RECORDS ARE STANDARD.
000840     COPY ESTREC.
000850*
000860 FD  CLIENTES-MASTER
000870     LABEL RECORDS ARE STANDARD.
000880     COPY CLIREC.
000890*
000900 FD  ARQUIVO-AUDITORIA
000910     LABEL RECORDS ARE STANDARD.
000920     COPY AUDREC.
000930*
000940 WORKING-STORAGE SECTION.
000950*
000960 77  WK-FS-AUDHIST           PIC X(02) VALUE "00".
000970     88  WK-FS-AUDHIST-OK               VALUE "00".
000980     88  WK-FS-AUDHIST-NAO-ACHADO       VALUE "23".
000990 77  WK-FS-ESTORNOS          PIC X(02) VALUE "00".
001000     88  WK-FS-ESTORNOS-OK              VALUE "00".
001010     88  WK-FS-ESTORNOS-INEXISTENTE     VALUE "35".
001020     88  WK-FS-ESTORNOS-NAO-ACHADO      VALUE "23".
001030 77  WK-FS-CLIMSTR           PIC X(02) VALUE "00".
001040     88  WK-FS-OK                       VALUE "00".
001050 77  WK-FS-AUDITLOG          PIC X(02) VALUE "00".
001060     88  WK-FS-AUDITLOG-OK              VALUE "00".
001070*
001080 77  WK-SW-ARQUIVOS-ABERTOS  PIC X(01) VALUE "N".
001090     88  WK-ARQUIVOS-ABERTOS            VALUE "S".
001100*
001110 77  WK-SW-JUROS-ASSOCIADOS  PIC X(01) VALUE "N".
001120     88  WK-HA-JUROS-ASSOCIADOS         VALUE "S".
001130*
001140*    COPIA DO EVENTO ORIGINAL: A AREA DO HISTORICO E REUSADA NA
001150*    PROCURA DOS JUROS ASSOCIADOS.
001160 01  WK-ORIGINAL.
001170     05  WK-ORIG-CHAVE.
001180         10  WK-ORIG-CLI-NUMERO  PIC 9(09).
001190         10  WK-ORIG-DATA        PIC 9(08).
001200         10  WK-ORIG-HORA        PIC 9(08).
001210         10  WK-ORIG-SEQ         PIC 9(03).
001220     05  WK-ORIG-TIPO            PIC X(10).
001230     05  WK-ORIG-VALOR           PIC S9(09)V99 COMP-3.
001240     05  WK-ORIG-SALDO-RESULTANTE
001250                                 PIC S9(09)V99 COMP-3.
001260     05  WK-ORIG-EFEITO          PIC S9(09)V99 COMP-3.
001270*
001280 01  WK-JUROS-ASSOCIADOS.
001290     05  WK-JUR-CHAVE.
001300         10  WK-JUR-CLI-NUMERO   PIC 9(09).
001310         10  WK-JUR-DATA         PIC 9(08).
001320         10  WK-JUR-HORA         PIC 9(08).
001330         10  WK-JUR-SEQ          PIC 9(03).
001340     05  WK-JUR-VALOR            PIC S9(09)V99 COMP-3.
001350     05  WK-JUR-EFEITO           PIC S9(09)V99 COMP-3.
001360*
001370 77  WK-DATA-ESTORNO         PIC 9(08) VALUE ZERO.
001380 77  WK-HORA-ESTORNO         PIC 9(08) VALUE ZERO.
001390 77  WK-SALDO-ANTERIOR       PIC S9(09)V99 COMP-3 VALUE ZERO.
001400 77  WK-SALDO-INTERMEDIARIO  PIC S9(09)V99 COMP-3 VALUE ZERO.
001410*
001420 01  WK-MOTIVO-JA-ESTORNADO.
001430     05  FILLER              PIC X(23)
001440         VALUE "EVENTO JA ESTORNADO EM ".
001450     05  MOTEST-DATA         PIC 9(08).
001460     05  FILLER              PIC X(09) VALUE SPACES.
001470*
001480 LINKAGE SECTION.
001490*
001500     COPY ESTPARM.
001510*
001520 PROCEDURE DIVISION USING EPR-PARAMETROS.
001530*
001540 0000-MAINLINE.
001550     SET EPR-ACEITO TO TRUE.
001560     MOVE SPACES TO EPR-MOTIVO-RECUSA.
001570     MOVE SPACES TO EPR-TIPO-ORIGINAL.
001580     MOVE ZERO   TO EPR-VALOR-ORIGINAL.
001590     MOVE ZERO   TO EPR-VALOR-ESTORNO.
001600     MOVE ZERO   TO EPR-VALOR-JUROS-ESTORNO.
001610     MOVE ZERO   TO EPR-SALDO-ANTERIOR.
001620     MOVE ZERO   TO EPR-SALDO-RESULTANTE.
001630*
001640     IF EPR-FN-FINALIZAR
001650         PERFORM 8000-FECHAR-ARQUIVOS
001660             THRU 8000-FECHAR-ARQUIVOS-EXIT
001670         GO TO 9999-FIM
001680     END-IF.
001690*
001700     IF NOT EPR-FN-CONSULTAR AND NOT EPR-FN-ESTORNAR
001710         SET EPR-RECUSADO TO TRUE
001720         MOVE "FUNCAO INVALIDA NA CHAMADA" TO EPR-MOTIVO-RECUSA
001730         GO TO 9999-FIM
001740     END-IF.
001750*
001760     IF NOT WK-ARQUIVOS-ABERTOS
001770         PERFORM 1000-ABRIR-ARQUIVOS
001780             THRU 1000-ABRIR-ARQUIVOS-EXIT
001790     END-IF.
001800*
001810     IF EPR-RECUSADO
001820         GO TO 9999-FIM
001830     END-IF.
001840*
001850     PERFORM 2000-LOCALIZAR-ORIGINAL
001860         THRU 2000-LOCALIZAR-ORIGINAL-EXIT.
001870*
001880     IF EPR-RECUSADO
001890         GO TO 9999-FIM
001900     END-IF.
001910*
001920     MOVE "N" TO WK-SW-JUROS-ASSOCIADOS.
001930     IF WK-ORIG-TIPO IS EQUAL TO "MOVIMENTO"
001940        OR WK-ORIG-TIPO IS EQUAL TO "TARIFA"
001950         PERFORM 3000-LOCALIZAR-JUROS-ASSOCIADOS
001960             THRU 3000-LOCALIZAR-JUROS-ASSOCIADOS-EXIT
001970     END-IF.
001980*
001990     PERFORM 3500-LER-CLIENTE
002000         THRU 3500-LER-CLIENTE-EXIT.
002010*
002020     IF EPR-RECUSADO
002030         GO TO 9999-FIM
002040     END-IF.
002050*
002060     IF EPR-FN-ESTORNAR
002070         PERFORM 4000-APLICAR-ESTORNO
002080             THRU 4000-APLICAR-ESTORNO-EXIT
002090     END-IF.
002100*
002110     GO TO 9999-FIM.
002120*
002130 1000-ABRIR-ARQUIVOS.
002140*----------------------------------------------------------------
002150*    ABRE OS ARQUIVOS NA PRIMEIRA CHAMADA.  O CONTROLE DE
002160*    ESTORNOS E CRIADO QUANDO AINDA NAO EXISTE (STATUS 35), COMO
002170*    O DIACTL NO CONTROLE-DIA.  QUALQUER OUTRA FALHA RECUSA O
002180*    PEDIDO - SEM O CONTROLE NAO HA COMO GARANTIR QUE O EVENTO
002190*    NAO SEJA ESTORNADO DUAS VEZES.
002200*----------------------------------------------------------------
002210     OPEN INPUT HISTORICO-AUDITORIA.
002220     OPEN I-O CONTROLE-ESTORNOS.
002230     IF WK-FS-ESTORNOS-INEXISTENTE
002240         OPEN OUTPUT CONTROLE-ESTORNOS
002250         CLOSE CONTROLE-ESTORNOS
002260         OPEN I-O CONTROLE-ESTORNOS
002270     END-IF.
002280     OPEN I-O CLIENTES-MASTER.
002290     OPEN EXTEND ARQUIVO-AUDITORIA.
002300*
002310     IF WK-FS-AUDHIST-OK
002320        AND WK-FS-ESTORNOS-OK
002330        AND WK-FS-OK
002340        AND WK-FS-AUDITLOG-OK
002350         SET WK-ARQUIVOS-ABERTOS TO TRUE
002360     ELSE
002370         DISPLAY "ESTORNO: FALHA NA ABERTURA - AUDHIST "
002380                 WK-FS-AUDHIST " ESTORNOS " WK-FS-ESTORNOS
002390                 " CLIMSTR " WK-FS-CLIMSTR " AUDITLOG "
002400                 WK-FS-AUDITLOG
002410         CLOSE HISTORICO-AUDITORIA
002420         CLOSE CONTROLE-ESTORNOS
002430         CLOSE CLIENTES-MASTER
002440         CLOSE ARQUIVO-AUDITORIA
002450         SET EPR-RECUSADO TO TRUE
002460         MOVE "ARQUIVOS DO ESTORNO INACESSIVEIS"
002470             TO EPR-MOTIVO-RECUSA
002480     END-IF.
002490*
002500 1000-ABRIR-ARQUIVOS-EXIT.
002510     EXIT.
002520*
002530 2000-LOCALIZAR-ORIGINAL.
002540*----------------------------------------------------------------
002550*    LE O EVENTO ORIGINAL NO HISTORICO PELA CHAVE INFORMADA,
002560*    CONFERE QUE O TIPO E ESTORNAVEL E QUE ELE AINDA NAO FOI
002570*    ESTORNADO, E CALCULA O EFEITO DO ESTORNO SOBRE O SALDO.
002580*----------------------------------------------------------------
002590     MOVE EPR-CHAVE-ORIGINAL TO HIS-CHAVE.
002600     READ HISTORICO-AUDITORIA
002610         INVALID KEY
002620             SET EPR-RECUSADO TO TRUE
002630             MOVE "EVENTO ORIGINAL NAO ENCONTRADO NO HISTORICO"
002640                 TO EPR-MOTIVO-RECUSA
002650             GO TO 2000-LOCALIZAR-ORIGINAL-EXIT
002660     END-READ.
002670*
002680     IF NOT WK-FS-AUDHIST-OK
002690         SET EPR-RECUSADO TO TRUE
002700         MOVE "ERRO AO LER O HISTORICO DE AUDITORIA"
002710             TO EPR-MOTIVO-RECUSA
002720         GO TO 2000-LOCALIZAR-ORIGINAL-EXIT
002730     END-IF.
002740*
002750     MOVE HIS-TIPO-EVENTO TO EPR-TIPO-ORIGINAL.
002760     MOVE HIS-VALOR-EVENTO TO EPR-VALOR-ORIGINAL.
002770*
002780     EVALUATE TRUE
002790         WHEN HIS-EV-MOVIMENTO
002800         WHEN HIS-EV-REMUNERACAO
002810             COMPUTE WK-ORIG-EFEITO = HIS-VALOR-EVENTO * -1
002820         WHEN HIS-EV-JUROS
002830         WHEN HIS-EV-TARIFA
002840             MOVE HIS-VALOR-EVENTO TO WK-ORIG-EFEITO
002850         WHEN OTHER
002860             SET EPR-RECUSADO TO TRUE
002870             MOVE "TIPO DE EVENTO NAO PODE SER ESTORNADO"
002880                 TO EPR-MOTIVO-RECUSA
002890             GO TO 2000-LOCALIZAR-ORIGINAL-EXIT
002900     END-EVALUATE.
002910*
002920     MOVE HIS-CHAVE            TO WK-ORIG-CHAVE.
002930     MOVE HIS-TIPO-EVENTO      TO WK-ORIG-TIPO.
002940     MOVE HIS-VALOR-EVENTO     TO WK-ORIG-VALOR.
002950     MOVE HIS-SALDO-RESULTANTE TO WK-ORIG-SALDO-RESULTANTE.
002960     MOVE WK-ORIG-EFEITO       TO EPR-VALOR-ESTORNO.
002970*
002980     MOVE WK-ORIG-CHAVE TO EST-CHAVE-ORIGINAL.
002990     READ CONTROLE-ESTORNOS
003000         INVALID KEY
003010             CONTINUE
003020     END-READ.
003030*
003040     EVALUATE TRUE
003050         WHEN WK-FS-ESTORNOS-OK
003060             SET EPR-RECUSADO TO TRUE
003070             MOVE EST-DATA-ESTORNO TO MOTEST-DATA
003080             MOVE WK-MOTIVO-JA-ESTORNADO TO EPR-MOTIVO-RECUSA
003090         WHEN WK-FS-ESTORNOS-NAO-ACHADO
003100             CONTINUE
003110         WHEN OTHER
003120             SET EPR-RECUSADO TO TRUE
003130             MOVE "ERRO AO LER O CONTROLE DE ESTORNOS"
003140                 TO EPR-MOTIVO-RECUSA
003150     END-EVALUATE.
003160*
003170 2000-LOCALIZAR-ORIGINAL-EXIT.
003180     EXIT.
003190*
003200 3000-LOCALIZAR-JUROS-ASSOCIADOS.
003210*----------------------------------------------------------------
003220*    LE O EVENTO SEGUINTE AO ORIGINAL NO HISTORICO: QUANDO SAO
003230*    JUROS DO MESMO CLIENTE E DIA COBRADOS SOBRE O SALDO QUE O
003240*    ORIGINAL DEIXOU, FORAM GERADOS POR ELE EM
003250*    APLICAR-MOVIMENTO E ENTRAM NO MESMO ESTORNO - A MENOS QUE
003260*    JA TENHAM SIDO ESTORNADOS A PARTE.
003270*----------------------------------------------------------------
003280     READ HISTORICO-AUDITORIA NEXT RECORD
003290         AT END
003300             GO TO 3000-LOCALIZAR-JUROS-ASSOCIADOS-EXIT
003310     END-READ.
003320*
003330     IF NOT WK-FS-AUDHIST-OK
003340         GO TO 3000-LOCALIZAR-JUROS-ASSOCIADOS-EXIT
003350     END-IF.
003360*
003370     IF HIS-CLI-NUMERO IS NOT EQUAL TO WK-ORIG-CLI-NUMERO
003380        OR NOT HIS-EV-JUROS
003390        OR HIS-DATA IS NOT EQUAL TO WK-ORIG-DATA
003400        OR HIS-SALDO-ANTERIOR
003410               IS NOT EQUAL TO WK-ORIG-SALDO-RESULTANTE
003420         GO TO 3000-LOCALIZAR-JUROS-ASSOCIADOS-EXIT
003430     END-IF.
003440*
003450     MOVE HIS-CHAVE TO EST-CHAVE-ORIGINAL.
003460     READ CONTROLE-ESTORNOS
003470         INVALID KEY
003480             CONTINUE
003490     END-READ.
003500*
003510     IF NOT WK-FS-ESTORNOS-NAO-ACHADO
003520         GO TO 3000-LOCALIZAR-JUROS-ASSOCIADOS-EXIT
003530     END-IF.
003540*
003550     SET WK-HA-JUROS-ASSOCIADOS TO TRUE.
003560     MOVE HIS-CHAVE        TO WK-JUR-CHAVE.
003570     MOVE HIS-VALOR-EVENTO TO WK-JUR-VALOR.
003580     MOVE HIS-VALOR-EVENTO TO WK-JUR-EFEITO.
003590     MOVE WK-JUR-EFEITO    TO EPR-VALOR-JUROS-ESTORNO.
003600*
003610 3000-LOCALIZAR-JUROS-ASSOCIADOS-EXIT.
003620     EXIT.
003630*
003640 3500-LER-CLIENTE.
003650*----------------------------------------------------------------
003660*    LE O CLIENTE DO EVENTO ORIGINAL E PROJETA O SALDO DEPOIS
003670*    DO ESTORNO.  CONTA ENCERRADA NAO ACEITA ESTORNO.
003680*----------------------------------------------------------------
003690     MOVE WK-ORIG-CLI-NUMERO TO CLI-NUMERO.
003700     READ CLIENTES-MASTER
003710         INVALID KEY
003720             SET EPR-RECUSADO TO TRUE
003730             MOVE "CLIENTE NAO ENCONTRADO NO ARQUIVO MESTRE"
003740                 TO EPR-MOTIVO-RECUSA
003750             GO TO 3500-LER-CLIENTE-EXIT
003760     END-READ.
003770*
003780     IF NOT WK-FS-OK
003790         SET EPR-RECUSADO TO TRUE
003800         MOVE "ERRO AO LER O ARQUIVO MESTRE"
003801             TO EPR-MOTIVO-RECUSA
003802         GO TO 3500-LER-CLIENTE-EXIT
003803     END-IF.
003804*
003805     IF CLI-ENCERRADO
003806         SET EPR-RECUSADO TO TRUE
003807         MOVE "CONTA ENCERRADA - ESTORNO NAO PERMITIDO"
003810             TO EPR-MOTIVO-RECUSA
003820         GO TO 3500-LER-CLIENTE-EXIT
003830     END-IF.
003840*
003850     MOVE CLI-SALDO TO EPR-SALDO-ANTERIOR.
003860     COMPUTE EPR-SALDO-RESULTANTE =
003870             CLI-SALDO + WK-ORIG-EFEITO + EPR-VALOR-JUROS-ESTORNO.
003880*
003890 3500-LER-CLIENTE-EXIT.
003900     EXIT.
003910*
003920 4000-APLICAR-ESTORNO.
003930*----------------------------------------------------------------
003940*    APLICA O ESTORNO (E O DOS JUROS ASSOCIADOS) AO SALDO,
003950*    MANTENDO OS CAMPOS DE ENVELHECIMENTO DO SALDO DEVEDOR COMO
003960*    O AJUSTE DE SUPERVISOR, E REGRAVA O CLIENTE PRIMEIRO: SO
003970*    COM A REGRAVACAO ACEITA O ESTORNO E REGISTRADO NO CONTROLE
003980*    E AUDITADO (MESMO PADRAO DE CAPITALIZA-REMUNERACAO).  A
003990*    DATA DO ULTIMO MOVIMENTO NAO E ALTERADA: O ESTORNO NAO E
004000*    MOVIMENTACAO DO CLIENTE.
004010*----------------------------------------------------------------
004020     ACCEPT WK-DATA-ESTORNO FROM DATE YYYYMMDD.
004030     ACCEPT WK-HORA-ESTORNO FROM TIME.
004040*
004050     MOVE CLI-SALDO TO WK-SALDO-ANTERIOR.
004060     ADD WK-ORIG-EFEITO TO CLI-SALDO.
004070     MOVE CLI-SALDO TO WK-SALDO-INTERMEDIARIO.
004080     IF WK-HA-JUROS-ASSOCIADOS
004090         ADD WK-JUR-EFEITO TO CLI-SALDO
004100     END-IF.
004110*
004120     IF CLI-DATA-SALDO-NEGATIVO IS NOT NUMERIC
004130         MOVE ZERO TO CLI-DATA-SALDO-NEGATIVO
004140     END-IF.
004150     IF CLI-JUROS-DEVEDOR-ACUM IS NOT NUMERIC
004160         MOVE ZERO TO CLI-JUROS-DEVEDOR-ACUM
004170     END-IF.
004180     IF CLI-SALDO IS LESS THAN ZERO
004190         IF WK-SALDO-ANTERIOR IS NOT LESS THAN ZERO
004200            OR CLI-DATA-SALDO-NEGATIVO IS EQUAL TO ZERO
004210             MOVE WK-DATA-ESTORNO TO CLI-DATA-SALDO-NEGATIVO
004220             MOVE ZERO            TO CLI-JUROS-DEVEDOR-ACUM
004230         END-IF
004240     ELSE
004250         MOVE ZERO TO CLI-DATA-SALDO-NEGATIVO
004260         MOVE ZERO TO CLI-JUROS-DEVEDOR-ACUM
004270     END-IF.
004280*
004290     MOVE CLI-SALDO TO EPR-SALDO-RESULTANTE.
004300*
004310     REWRITE CLI-REGISTRO
004320         INVALID KEY
004330             SET EPR-RECUSADO TO TRUE
004340             MOVE "ERRO AO REGRAVAR O CLIENTE - NADA ESTORNADO"
004350                 TO EPR-MOTIVO-RECUSA
004360             GO TO 4000-APLICAR-ESTORNO-EXIT
004370     END-REWRITE.
004380*
004390     MOVE SPACES             TO EST-REGISTRO.
004400     MOVE WK-ORIG-CHAVE      TO EST-CHAVE-ORIGINAL.
004410     MOVE WK-ORIG-TIPO       TO EST-TIPO-ORIGINAL.
004420     MOVE WK-ORIG-VALOR      TO EST-VALOR-ORIGINAL.
004430     MOVE WK-ORIG-EFEITO     TO EST-VALOR-ESTORNO.
004440     MOVE "N"                TO EST-SW-ASSOCIADO.
004450     PERFORM 4100-REGISTRAR-CONTROLE
004460         THRU 4100-REGISTRAR-CONTROLE-EXIT.
004470*
004480     MOVE SPACES             TO AUD-MOTIVO.
004490     MOVE WK-ORIG-CHAVE      TO AUD-EST-CHAVE-ORIGINAL.
004500     MOVE WK-ORIG-TIPO       TO AUD-EST-TIPO-ORIGINAL.
004510     MOVE WK-ORIG-EFEITO     TO AUD-VALOR-EVENTO.
004520     MOVE WK-SALDO-ANTERIOR  TO AUD-SALDO-ANTERIOR.
004530     MOVE WK-SALDO-INTERMEDIARIO
004540                             TO AUD-SALDO-RESULTANTE.
004550     PERFORM 4200-GRAVAR-AUDITORIA-ESTORNO
004560         THRU 4200-GRAVAR-AUDITORIA-ESTORNO-EXIT.
004570*
004580     IF WK-HA-JUROS-ASSOCIADOS
004590         MOVE SPACES         TO EST-REGISTRO
004600         MOVE WK-JUR-CHAVE   TO EST-CHAVE-ORIGINAL
004610         MOVE "JUROS"        TO EST-TIPO-ORIGINAL
004620         MOVE WK-JUR-VALOR   TO EST-VALOR-ORIGINAL
004630         MOVE WK-JUR-EFEITO  TO EST-VALOR-ESTORNO
004640         SET EST-JUROS-ASSOCIADOS TO TRUE
004650         MOVE WK-ORIG-CHAVE  TO EST-CHAVE-PRINCIPAL
004660         PERFORM 4100-REGISTRAR-CONTROLE
004670             THRU 4100-REGISTRAR-CONTROLE-EXIT
004680         MOVE SPACES         TO AUD-MOTIVO
004690         MOVE WK-JUR-CHAVE   TO AUD-EST-CHAVE-ORIGINAL
004700         MOVE "JUROS"        TO AUD-EST-TIPO-ORIGINAL
004710         MOVE WK-JUR-EFEITO  TO AUD-VALOR-EVENTO
004720         MOVE WK-SALDO-INTERMEDIARIO
004730                             TO AUD-SALDO-ANTERIOR
004740         MOVE EPR-SALDO-RESULTANTE
004750                             TO AUD-SALDO-RESULTANTE
004760         PERFORM 4200-GRAVAR-AUDITORIA-ESTORNO
004770             THRU 4200-GRAVAR-AUDITORIA-ESTORNO-EXIT
004780     END-IF.
004790*
004800 4000-APLICAR-ESTORNO-EXIT.
004810     EXIT.
004820*
004830 4100-REGISTRAR-CONTROLE.
004840*----------------------------------------------------------------
004850*    COMPLETA E GRAVA O REGISTRO DO CONTROLE DE ESTORNOS MONTADO
004860*    PELO CHAMADOR.  A CHAVE FOI CONFERIDA AGORA HA POUCO; UMA
004870*    RECUSA AQUI SO ACONTECE COM DOIS ESTORNOS SIMULTANEOS DO
004880*    MESMO EVENTO E E AVISADA PARA CONFERENCIA.
004890*----------------------------------------------------------------
004900     MOVE WK-DATA-ESTORNO    TO EST-DATA-ESTORNO.
004910     MOVE WK-HORA-ESTORNO    TO EST-HORA-ESTORNO.
004920     MOVE EPR-USUARIO        TO EST-USUARIO.
004930     MOVE EPR-ORIGEM         TO EST-ORIGEM.
004940     MOVE EPR-MOTIVO         TO EST-MOTIVO.
004950*
004960     WRITE EST-REGISTRO
004970         INVALID KEY
004980             DISPLAY "AVISO: EVENTO " EST-CHAVE-ORIGINAL
004990                     " JA CONSTAVA NO CONTROLE DE ESTORNOS - "
005000                     "CONFERIR."
005010     END-WRITE.
005020*
005030 4100-REGISTRAR-CONTROLE-EXIT.
005040     EXIT.
005050*
005060 4200-GRAVAR-AUDITORIA-ESTORNO.
005070*----------------------------------------------------------------
005080*    COMPLETA E GRAVA NO DIARIO DE AUDITORIA O EVENTO ESTORNO
005090*    MONTADO PELO CHAMADOR, COM A MATRICULA DE QUEM AUTORIZOU.
005100*----------------------------------------------------------------
005110     MOVE WK-ORIG-CLI-NUMERO TO AUD-CLI-NUMERO.
005120     SET AUD-EV-ESTORNO      TO TRUE.
005130     MOVE EPR-USUARIO        TO AUD-USUARIO.
005140     MOVE WK-DATA-ESTORNO    TO AUD-DATA.
005150     MOVE WK-HORA-ESTORNO    TO AUD-HORA.
005160*
005170     WRITE AUD-REGISTRO.
005180*
005190     IF NOT WK-FS-AUDITLOG-OK
005200         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
005210                 WK-ORIG-CLI-NUMERO " - FILE STATUS "
005220                 WK-FS-AUDITLOG
005230     END-IF.
005240*
005250 4200-GRAVAR-AUDITORIA-ESTORNO-EXIT.
005260     EXIT.
005270*
005280 8000-FECHAR-ARQUIVOS.
005290*----------------------------------------------------------------
005300*    FECHA OS ARQUIVOS ABERTOS NA PRIMEIRA CHAMADA.
005310*----------------------------------------------------------------
005320     IF WK-ARQUIVOS-ABERTOS
005330         CLOSE HISTORICO-AUDITORIA
005340         CLOSE CONTROLE-ESTORNOS
005350         CLOSE CLIENTES-MASTER
005360         CLOSE ARQUIVO-AUDITORIA
005370         MOVE "N" TO WK-SW-ARQUIVOS-ABERTOS
005380     END-IF.
005390*
005400 8000-FECHAR-ARQUIVOS-EXIT.
005410     EXIT.
005420*
005430 9999-FIM.
005440     EXIT PROGRAM.
