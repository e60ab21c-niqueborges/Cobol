000100*    MANUTENCOES CADASTRAIS ENVIADO PELAS AGENCIAS (CADLOTE,
000110*    LAYOUT CADREC) E APLICA CADA ACAO NO ARQUIVO MESTRE
000120*    (CLIMSTR) - INCLUSAO DE CONTA NOVA, ALTERACAO DE NOME E
000130*    LIMITE DE CREDITO, BLOQUEIO, DESBLOQUEIO, ENCERRAMENTO E
000140*    TRANSFERENCIA DA CONTA PARA OUTRA AGENCIA -
000150*    GRAVANDO CADA ACAO APLICADA NO DIARIO DE AUDITORIA
000160*    (AUDITLOG), COM AS MESMAS REGRAS DA TRANSACAO ONLINE
000170*    MANUTENCAO-CLIENTE.
000180*
000190*    REGISTROS INVALIDOS (ACAO DESCONHECIDA, INCLUSAO DE
000200*    CLIENTE JA EXISTENTE, ACAO SOBRE CLIENTE INEXISTENTE OU
000210*    CAMPOS NAO NUMERICOS) SAO APENAS CONTADOS E RELATADOS NO
000220*    SYSOUT; O RESTANTE DO LOTE CONTINUA SENDO PROCESSADO.
000230*----------------------------------------------------------------
000240*    HISTORICO DE ALTERACOES
000250*----------------------------------------------------------------
000260*    2026-08-22  EQC  VERSAO ORIGINAL.
000270*    2026-09-02  EQC  PASSA A MANTER A REFERENCIA CRUZADA DE
000280*                     NOMES (NOMEXREF, XRFREC.CPY), COMO A
000290*                     TRANSACAO ONLINE MANUTENCAO-CLIENTE: A
000300*                     INCLUSAO GRAVA O NOME NOVO E A ALTERACAO
000310*                     DE NOME APAGA O ANTIGO E GRAVA O NOVO.
000320*                     FALHA NA REFERENCIA NAO IMPEDE A CARGA
000330*                     (GERA-XREF-NOMES A RECONSTROI).
000340*    2026-10-15  EQC  NOVA ACAO DE ENCERRAMENTO DA CONTA (E),
000350*                     VIA SUBPROGRAMA ENCERRAR-CONTA, COM AS
000360*                     MESMAS REGRAS E AUDITORIA DA TRANSACAO
000370*                     ONLINE; O SALDO REMANESCENTE SO E LIQUIDADO
000380*                     COM CAD-LIQUIDAR-SALDO = 'S'.  CONTA
000390*                     ENCERRADA NAO PODE SER ALTERADA, BLOQUEADA
000400*                     NEM DESBLOQUEADA.
000410*    2026-10-15  EQC  A INCLUSAO GRAVA A AGENCIA QUE ENVIOU O LOTE
000420*                     (CAD-AGENCIA-ORIGEM) COMO AGENCIA DONA DA
000430*                     CONTA (CLI-AGENCIA) E E REJEITADA SEM ELA.
000440*                     NOVA ACAO DE TRANSFERENCIA DE AGENCIA (T),
000450*                     PEDIDA PELA AGENCIA DONA DA CONTA PARA
000460*                     CAD-AGENCIA-DESTINO E AUDITADA COM AS DUAS
000470*                     AGENCIAS NO MOTIVO.
000480*----------------------------------------------------------------
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.    IBM-370.
000530 OBJECT-COMPUTER.    IBM-370.
000540*
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ARQUIVO-CADASTRO ASSIGN TO "CADLOTE"
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WK-FS-CADLOTE.
000610*
000620     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS CLI-NUMERO
000660         FILE STATUS IS WK-FS-CLIMSTR.
000670*
000680     SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITLOG"
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WK-FS-AUDITLOG.
000720*
000730     SELECT REFERENCIA-NOMES ASSIGN TO "NOMEXREF"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS XRF-CHAVE
000770         FILE STATUS IS WK-FS-NOMEXREF.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  ARQUIVO-CADASTRO
000820     LABEL RECORDS ARE STANDARD.
000830     COPY CADREC.
000840*
000850 FD  CLIENTES-MASTER
000860     LABEL RECORDS ARE STANDARD.
000870     COPY CLIREC.
000880*
000890 FD  ARQUIVO-AUDITORIA
000900     LABEL RECORDS ARE STANDARD.
000910     COPY AUDREC.
000920*
000930 FD  REFERENCIA-NOMES
000940     LABEL RECORDS ARE STANDARD.
000950     COPY XRFREC.
000960*
000970 WORKING-STORAGE SECTION.
000980*
000990 77  WK-FS-CADLOTE               PIC X(02) VALUE "00".
001000 77  WK-FS-CLIMSTR               PIC X(02) VALUE "00".
001010     88  WK-FS-OK                            VALUE "00".
001020 77  WK-FS-AUDITLOG              PIC X(02) VALUE "00".
001030*
001040 77  WK-FS-NOMEXREF              PIC X(02) VALUE "00".
001050     88  WK-FS-NOMEXREF-OK                   VALUE "00".
001060     88  WK-FS-NOMEXREF-INEXISTENTE          VALUE "35".
001070*
001080 77  WK-SW-XREF                  PIC X(01) VALUE "N".
001090     88  WK-XREF-DISPONIVEL                  VALUE "S".
001100*
001110 77  WK-NOME-ANTERIOR            PIC X(30) VALUE SPACES.
001120*
001130 77  WK-SW-FIM-CADASTRO          PIC X(01) VALUE "N".
001140     88  WK-FIM-CADASTRO                      VALUE "S".
001150*
001160 77  WK-SW-ACAO-OK               PIC X(01) VALUE "N".
001170     88  WK-ACAO-OK                           VALUE "S".
001180     88  WK-ACAO-FALHOU                       VALUE "N".
001190*
001200 77  WK-QT-REGISTROS-LIDOS       PIC 9(07) COMP VALUE ZERO.
001210 77  WK-QT-INCLUSOES             PIC 9(07) COMP VALUE ZERO.
001220 77  WK-QT-ALTERACOES            PIC 9(07) COMP VALUE ZERO.
001230 77  WK-QT-BLOQUEIOS             PIC 9(07) COMP VALUE ZERO.
001240 77  WK-QT-DESBLOQUEIOS          PIC 9(07) COMP VALUE ZERO.
001250 77  WK-QT-ENCERRAMENTOS         PIC 9(07) COMP VALUE ZERO.
001260 77  WK-QT-TRANSFERENCIAS        PIC 9(07) COMP VALUE ZERO.
001270 77  WK-QT-REJEITADOS            PIC 9(07) COMP VALUE ZERO.
001280*
001290 77  WK-LIMITE-ANTERIOR          PIC S9(09)V99 COMP-3 VALUE ZERO.
001300 77  WK-VL-LIMITE                PIC S9(09)V99 COMP-3 VALUE ZERO.
001310 77  WK-DATA-HOJE                PIC 9(08) VALUE ZERO.
001320 77  WK-MOTIVO-ACAO              PIC X(40) VALUE SPACES.
001330*
001340 77  WK-SW-ENCERRAMENTO-CHAMADO  PIC X(01) VALUE "N".
001350     88  WK-ENCERRAMENTO-CHAMADO              VALUE "S".
001360*
001370*    MOTIVO AUDITADO DA TRANSFERENCIA DE AGENCIA.
001380 01  WK-MOTIVO-TRANSFERENCIA.
001390     05  FILLER                  PIC X(15)
001400                                 VALUE "TRANSF AGENCIA ".
001410     05  WK-MTR-AGENCIA-ANTERIOR PIC X(08).
001420     05  FILLER                  PIC X(06) VALUE " PARA ".
001430     05  WK-MTR-AGENCIA-NOVA     PIC X(08).
001440     05  FILLER                  PIC X(03) VALUE SPACES.
001450*
001460     COPY ENCPARM.
001470*
001480 PROCEDURE DIVISION.
001490*
001500 0000-MAINLINE.
001510     PERFORM 1000-INICIALIZAR
001520         THRU 1000-INICIALIZAR-EXIT.
001530*
001540     PERFORM 2000-PROCESSAR-REGISTRO
001550         THRU 2000-PROCESSAR-REGISTRO-EXIT
001560         UNTIL WK-FIM-CADASTRO.
001570*
001580     PERFORM 8000-FINALIZAR
001590         THRU 8000-FINALIZAR-EXIT.
001600*
001610     GO TO 9999-FIM.
001620*
001630 1000-INICIALIZAR.
001640*----------------------------------------------------------------
001650*    ABRE OS ARQUIVOS DA CARGA E LE O PRIMEIRO REGISTRO DO
001660*    LOTE DE MANUTENCOES.
001670*----------------------------------------------------------------
001680     OPEN INPUT ARQUIVO-CADASTRO.
001690     OPEN I-O   CLIENTES-MASTER.
001700     OPEN EXTEND ARQUIVO-AUDITORIA.
001710*
001720     PERFORM 1300-ABRIR-REFERENCIA
001730         THRU 1300-ABRIR-REFERENCIA-EXIT.
001740*
001750     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
001760*
001770     PERFORM 2900-LER-CADASTRO
001780         THRU 2900-LER-CADASTRO-EXIT.
001790*
001800 1000-INICIALIZAR-EXIT.
001810     EXIT.
001820*
001830 1300-ABRIR-REFERENCIA.
001840*----------------------------------------------------------------
001850*    ABRE A REFERENCIA CRUZADA DE NOMES, CRIANDO-A NA PRIMEIRA
001860*    EXECUCAO (STATUS 35).  QUALQUER OUTRA FALHA DEIXA A
001870*    REFERENCIA FORA DESTA EXECUCAO, COM AVISO: A CARGA DO
001880*    MESTRE SEGUE E O GERA-XREF-NOMES REALINHA DEPOIS.
001890*----------------------------------------------------------------
001900     OPEN I-O REFERENCIA-NOMES.
001910     EVALUATE TRUE
001920         WHEN WK-FS-NOMEXREF-OK
001930             SET WK-XREF-DISPONIVEL TO TRUE
001940         WHEN WK-FS-NOMEXREF-INEXISTENTE
001950             OPEN OUTPUT REFERENCIA-NOMES
001960             CLOSE REFERENCIA-NOMES
001970             OPEN I-O REFERENCIA-NOMES
001980             SET WK-XREF-DISPONIVEL TO TRUE
001990         WHEN OTHER
002000             DISPLAY "AVISO: REFERENCIA DE NOMES INDISPONIVEL "
002010                     "(FILE STATUS " WK-FS-NOMEXREF ") - "
002020                     "EXECUTE O GERAXREF PARA REALINHAR."
002030     END-EVALUATE.
002040*
002050 1300-ABRIR-REFERENCIA-EXIT.
002060     EXIT.
002070*
002080 2000-PROCESSAR-REGISTRO.
002090*----------------------------------------------------------------
002100*    VALIDA E APLICA A ACAO DO REGISTRO CORRENTE DO LOTE E LE
002110*    O PROXIMO REGISTRO.
002120*----------------------------------------------------------------
002130     SET WK-ACAO-FALHOU TO TRUE.
002140*
002150     IF CAD-CLI-NUMERO IS NOT NUMERIC
002160         DISPLAY "REGISTRO " WK-QT-REGISTROS-LIDOS
002170                 " COM NUMERO DE CLIENTE NAO NUMERICO - "
002180                 "REJEITADO."
002190         ADD 1 TO WK-QT-REJEITADOS
002200         GO TO 2000-PROCESSAR-PROXIMO
002210     END-IF.
002220*
002230     EVALUATE TRUE
002240         WHEN CAD-INCLUSAO
002250             PERFORM 3000-INCLUIR-CLIENTE
002260                 THRU 3000-INCLUIR-CLIENTE-EXIT
002270         WHEN CAD-ALTERACAO
002280             PERFORM 4000-ALTERAR-CLIENTE
002290                 THRU 4000-ALTERAR-CLIENTE-EXIT
002300         WHEN CAD-BLOQUEIO
002310             PERFORM 5000-MUDAR-STATUS-CLIENTE
002320                 THRU 5000-MUDAR-STATUS-CLIENTE-EXIT
002330         WHEN CAD-DESBLOQUEIO
002340             PERFORM 5000-MUDAR-STATUS-CLIENTE
002350                 THRU 5000-MUDAR-STATUS-CLIENTE-EXIT
002360         WHEN CAD-ENCERRAMENTO
002370             PERFORM 5500-ENCERRAR-CLIENTE
002380                 THRU 5500-ENCERRAR-CLIENTE-EXIT
002390         WHEN CAD-TRANSFERENCIA-AGENCIA
002400             PERFORM 5800-TRANSFERIR-AGENCIA
002410                 THRU 5800-TRANSFERIR-AGENCIA-EXIT
002420         WHEN OTHER
002430             DISPLAY "REGISTRO " WK-QT-REGISTROS-LIDOS
002440                     " COM ACAO INVALIDA (" CAD-ACAO
002450                     ") - REJEITADO."
002460     END-EVALUATE.
002470*
002480     IF WK-ACAO-FALHOU
002490         ADD 1 TO WK-QT-REJEITADOS
002500     END-IF.
002510*
002520 2000-PROCESSAR-PROXIMO.
002530     PERFORM 2900-LER-CADASTRO
002540         THRU 2900-LER-CADASTRO-EXIT.
002550*
002560 2000-PROCESSAR-REGISTRO-EXIT.
002570     EXIT.
002580*
002590 2900-LER-CADASTRO.
002600*----------------------------------------------------------------
002610*    LE UM REGISTRO DO LOTE DE MANUTENCOES CADASTRAIS.
002620*----------------------------------------------------------------
002630     READ ARQUIVO-CADASTRO
002640         AT END
002650             SET WK-FIM-CADASTRO TO TRUE
002660         NOT AT END
002670             ADD 1 TO WK-QT-REGISTROS-LIDOS
002680     END-READ.
002690*
002700 2900-LER-CADASTRO-EXIT.
002710     EXIT.
002720*
002730 3000-INCLUIR-CLIENTE.
002740*----------------------------------------------------------------
002750*    INCLUI NO ARQUIVO MESTRE O CLIENTE DO REGISTRO CORRENTE,
002760*    COM SALDO ZERO, STATUS ATIVO E A AGENCIA QUE ENVIOU O LOTE
002770*    COMO AGENCIA DONA DA CONTA, E GRAVA A INCLUSAO NO DIARIO
002780*    DE AUDITORIA.
002790*----------------------------------------------------------------
002800     IF CAD-NOME EQUAL TO SPACES
002810         DISPLAY "INCLUSAO DO CLIENTE " CAD-CLI-NUMERO
002820                 " SEM NOME - REJEITADA."
002830         GO TO 3000-INCLUIR-CLIENTE-EXIT
002840     END-IF.
002850*
002860     IF CAD-AGENCIA-ORIGEM EQUAL TO SPACES
002870         DISPLAY "INCLUSAO DO CLIENTE " CAD-CLI-NUMERO
002880                 " SEM AGENCIA - REJEITADA."
002890         GO TO 3000-INCLUIR-CLIENTE-EXIT
002900     END-IF.
002910*
002920     IF CAD-LIMITE-CREDITO IS NOT NUMERIC
002930         DISPLAY "INCLUSAO DO CLIENTE " CAD-CLI-NUMERO
002940                 " COM LIMITE NAO NUMERICO - REJEITADA."
002950         GO TO 3000-INCLUIR-CLIENTE-EXIT
002960     END-IF.
002970*
002980     MOVE ZERO                   TO WK-LIMITE-ANTERIOR.
002990     MOVE CAD-LIMITE-CREDITO     TO WK-VL-LIMITE.
003000*
003010     MOVE CAD-CLI-NUMERO         TO CLI-NUMERO.
003020     MOVE CAD-NOME               TO CLI-NOME.
003030     MOVE ZERO                   TO CLI-SALDO.
003040     MOVE CAD-LIMITE-CREDITO     TO CLI-LIMITE-CREDITO.
003050     MOVE WK-DATA-HOJE           TO CLI-DATA-ULT-MOVIMENTO.
003060     SET CLI-ATIVO               TO TRUE.
003070     MOVE ZERO                   TO CLI-ULT-SEQ-MOVIMENTO-LOTE.
003080     MOVE ZERO                   TO CLI-DATA-MOVIMENTO-LOTE.
003090     MOVE ZERO                   TO CLI-JUROS-CREDOR-ACUM.
003100     MOVE ZERO                   TO CLI-DATA-ULT-PROVISAO.
003110     MOVE ZERO                   TO CLI-DATA-SALDO-NEGATIVO.
003120     MOVE ZERO                   TO CLI-JUROS-DEVEDOR-ACUM.
003130     MOVE CAD-AGENCIA-ORIGEM     TO CLI-AGENCIA.
003140*
003150     WRITE CLI-REGISTRO
003160         INVALID KEY
003170             DISPLAY "INCLUSAO DO CLIENTE " CAD-CLI-NUMERO
003180                     " JA EXISTENTE - REJEITADA."
003190             GO TO 3000-INCLUIR-CLIENTE-EXIT
003200     END-WRITE.
003210*
003220     ADD 1 TO WK-QT-INCLUSOES.
003230     SET WK-ACAO-OK TO TRUE.
003240*
003250     MOVE "INCLUSAO DE CLIENTE" TO WK-MOTIVO-ACAO.
003260     PERFORM 7000-GRAVAR-AUDITORIA-CADASTRO
003270         THRU 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
003280*
003290     PERFORM 7500-INCLUIR-REFERENCIA
003300         THRU 7500-INCLUIR-REFERENCIA-EXIT.
003310*
003320 3000-INCLUIR-CLIENTE-EXIT.
003330     EXIT.
003340*
003350 4000-ALTERAR-CLIENTE.
003360*----------------------------------------------------------------
003370*    ALTERA NOME E/OU LIMITE DE CREDITO DO CLIENTE DO REGISTRO
003380*    CORRENTE.  NOME EM BRANCO MANTEM O NOME ATUAL; O LIMITE
003390*    INFORMADO SUBSTITUI O VIGENTE E A MUDANCA E AUDITADA COM
003400*    O LIMITE ANTIGO E O NOVO.
003410*----------------------------------------------------------------
003420     IF CAD-LIMITE-CREDITO IS NOT NUMERIC
003430         DISPLAY "ALTERACAO DO CLIENTE " CAD-CLI-NUMERO
003440                 " COM LIMITE NAO NUMERICO - REJEITADA."
003450         GO TO 4000-ALTERAR-CLIENTE-EXIT
003460     END-IF.
003470*
003480     MOVE CAD-CLI-NUMERO TO CLI-NUMERO.
003490     READ CLIENTES-MASTER
003500         INVALID KEY
003510             DISPLAY "ALTERACAO DO CLIENTE " CAD-CLI-NUMERO
003520                     " NAO CADASTRADO - REJEITADA."
003530             GO TO 4000-ALTERAR-CLIENTE-EXIT
003540     END-READ.
003550*
003560     IF CLI-ENCERRADO
003570         DISPLAY "ALTERACAO DO CLIENTE " CAD-CLI-NUMERO
003580                 " COM A CONTA ENCERRADA - REJEITADA."
003590         GO TO 4000-ALTERAR-CLIENTE-EXIT
003600     END-IF.
003610*
003620     MOVE CLI-LIMITE-CREDITO TO WK-LIMITE-ANTERIOR.
003630     MOVE CLI-NOME           TO WK-NOME-ANTERIOR.
003640     MOVE CAD-LIMITE-CREDITO TO WK-VL-LIMITE.
003650*
003660     IF CAD-NOME NOT EQUAL TO SPACES
003670         MOVE CAD-NOME TO CLI-NOME
003680     END-IF.
003690     MOVE CAD-LIMITE-CREDITO TO CLI-LIMITE-CREDITO.
003700*
003710     REWRITE CLI-REGISTRO
003720         INVALID KEY
003730             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
003740                     CLI-NUMERO " NO ARQUIVO MESTRE."
003750             GO TO 4000-ALTERAR-CLIENTE-EXIT
003760     END-REWRITE.
003770*
003780     ADD 1 TO WK-QT-ALTERACOES.
003790     SET WK-ACAO-OK TO TRUE.
003800*
003810     MOVE "ALTERACAO DE NOME/LIMITE DE CREDITO"
003820                               TO WK-MOTIVO-ACAO.
003830     PERFORM 7000-GRAVAR-AUDITORIA-CADASTRO
003840         THRU 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
003850*
003860     IF CAD-NOME IS NOT EQUAL TO SPACES
003870        AND CAD-NOME IS NOT EQUAL TO WK-NOME-ANTERIOR
003880         PERFORM 7600-ATUALIZAR-REFERENCIA
003890             THRU 7600-ATUALIZAR-REFERENCIA-EXIT
003900     END-IF.
003910*
003920 4000-ALTERAR-CLIENTE-EXIT.
003930     EXIT.
003940*
003950 5000-MUDAR-STATUS-CLIENTE.
003960*----------------------------------------------------------------
003970*    BLOQUEIA OU DESBLOQUEIA O CLIENTE DO REGISTRO CORRENTE,
003980*    CONFORME A ACAO, E GRAVA A MUDANCA DE STATUS NO DIARIO
003990*    DE AUDITORIA.  A ACAO E REJEITADA QUANDO O CLIENTE JA
004000*    ESTA NO STATUS PEDIDO.
004010*----------------------------------------------------------------
004020     MOVE CAD-CLI-NUMERO TO CLI-NUMERO.
004030     READ CLIENTES-MASTER
004040         INVALID KEY
004050             DISPLAY "MUDANCA DE STATUS DO CLIENTE "
004060                     CAD-CLI-NUMERO
004070                     " NAO CADASTRADO - REJEITADA."
004080             GO TO 5000-MUDAR-STATUS-CLIENTE-EXIT
004090     END-READ.
004100*
004110     IF CLI-ENCERRADO
004120         DISPLAY "CLIENTE " CLI-NUMERO
004130                 " COM A CONTA ENCERRADA - ACAO REJEITADA."
004140         GO TO 5000-MUDAR-STATUS-CLIENTE-EXIT
004150     END-IF.
004160*
004170     MOVE CLI-LIMITE-CREDITO TO WK-LIMITE-ANTERIOR.
004180     MOVE CLI-LIMITE-CREDITO TO WK-VL-LIMITE.
004190*
004200     IF CAD-BLOQUEIO
004210         IF CLI-BLOQUEADO
004220             DISPLAY "CLIENTE " CLI-NUMERO
004230                     " JA ESTA BLOQUEADO - ACAO REJEITADA."
004240             GO TO 5000-MUDAR-STATUS-CLIENTE-EXIT
004250         END-IF
004260         SET CLI-BLOQUEADO TO TRUE
004270         MOVE "BLOQUEIO DA CONTA" TO WK-MOTIVO-ACAO
004280     ELSE
004290         IF CLI-ATIVO
004300             DISPLAY "CLIENTE " CLI-NUMERO
004310                     " JA ESTA ATIVO - ACAO REJEITADA."
004320             GO TO 5000-MUDAR-STATUS-CLIENTE-EXIT
004330         END-IF
004340         SET CLI-ATIVO TO TRUE
004350         MOVE "DESBLOQUEIO DA CONTA" TO WK-MOTIVO-ACAO
004360     END-IF.
004370*
004380     REWRITE CLI-REGISTRO
004390         INVALID KEY
004400             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
004410                     CLI-NUMERO " NO ARQUIVO MESTRE."
004420             GO TO 5000-MUDAR-STATUS-CLIENTE-EXIT
004430     END-REWRITE.
004440*
004450     IF CAD-BLOQUEIO
004460         ADD 1 TO WK-QT-BLOQUEIOS
004470     ELSE
004480         ADD 1 TO WK-QT-DESBLOQUEIOS
004490     END-IF.
004500     SET WK-ACAO-OK TO TRUE.
004510*
004520     PERFORM 7000-GRAVAR-AUDITORIA-CADASTRO
004530         THRU 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
004540*
004550 5000-MUDAR-STATUS-CLIENTE-EXIT.
004560     EXIT.
004570*
004580 5500-ENCERRAR-CLIENTE.
004590*----------------------------------------------------------------
004600*    ENCERRA A CONTA DO CLIENTE DO REGISTRO CORRENTE PELO
004610*    SUBPROGRAMA ENCERRAR-CONTA (MESMA REGRA DA TRANSACAO
004620*    ONLINE), REGRAVA O CLIENTE E AUDITA A LIQUIDACAO E O
004630*    ENCERRAMENTO.  SO DEPOIS DA REGRAVACAO ACEITA O
004640*    ENCERRAMENTO E REGISTRADO NO CONTROLE E AS INSTRUCOES DA
004650*    AGENDA SAO CANCELADAS.
004660*----------------------------------------------------------------
004670     MOVE CAD-CLI-NUMERO TO CLI-NUMERO.
004680     READ CLIENTES-MASTER
004690         INVALID KEY
004700             DISPLAY "ENCERRAMENTO DO CLIENTE " CAD-CLI-NUMERO
004710                     " NAO CADASTRADO - REJEITADO."
004720             GO TO 5500-ENCERRAR-CLIENTE-EXIT
004730     END-READ.
004740*
004750     SET WK-ENCERRAMENTO-CHAMADO TO TRUE.
004760     SET ECP-FN-ENCERRAR     TO TRUE.
004770     MOVE WK-DATA-HOJE       TO ECP-DATA-ENCERRAMENTO.
004780     MOVE CAD-AGENCIA-ORIGEM TO ECP-USUARIO.
004790     SET ECP-ORIGEM-LOTE     TO TRUE.
004800     MOVE CAD-LIQUIDAR-SALDO TO ECP-LIQUIDAR-SALDO.
004810     MOVE "ENCERRAMENTO SOLICITADO PELA AGENCIA" TO ECP-MOTIVO.
004820*
004830     CALL "ENCERRAR-CONTA" USING CLI-REGISTRO
004840                                 ECP-PARAMETROS.
004850*
004860     IF ECP-RECUSADO
004870         DISPLAY "ENCERRAMENTO DO CLIENTE " CAD-CLI-NUMERO
004880                 " REJEITADO: " ECP-MOTIVO-RECUSA
004890         GO TO 5500-ENCERRAR-CLIENTE-EXIT
004900     END-IF.
004910*
004920     REWRITE CLI-REGISTRO
004930         INVALID KEY
004940             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
004950                     CLI-NUMERO " NO ARQUIVO MESTRE."
004960             GO TO 5500-ENCERRAR-CLIENTE-EXIT
004970     END-REWRITE.
004980*
004990     ADD 1 TO WK-QT-ENCERRAMENTOS.
005000     SET WK-ACAO-OK TO TRUE.
005010*
005020     PERFORM 5600-AUDITAR-LIQUIDACAO
005030         THRU 5600-AUDITAR-LIQUIDACAO-EXIT.
005040*
005050     MOVE ECP-LIMITE-ANTERIOR TO WK-LIMITE-ANTERIOR.
005060     MOVE ZERO                TO WK-VL-LIMITE.
005070     MOVE "ENCERRAMENTO DA CONTA" TO WK-MOTIVO-ACAO.
005080     PERFORM 7000-GRAVAR-AUDITORIA-CADASTRO
005090         THRU 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
005100*
005110     SET ECP-FN-REGISTRAR TO TRUE.
005120     CALL "ENCERRAR-CONTA" USING CLI-REGISTRO
005130                                 ECP-PARAMETROS.
005140*
005150     IF ECP-RECUSADO
005160         DISPLAY "AVISO: CLIENTE " CAD-CLI-NUMERO " - "
005170                 ECP-MOTIVO-RECUSA
005180     END-IF.
005190*
005200 5500-ENCERRAR-CLIENTE-EXIT.
005210     EXIT.
005220*
005230 5600-AUDITAR-LIQUIDACAO.
005240*----------------------------------------------------------------
005250*    GRAVA NO DIARIO DE AUDITORIA OS EVENTOS DE SALDO DA
005260*    LIQUIDACAO FINAL, ENCADEADOS PELO SALDO, COMO NA
005270*    TRANSACAO ONLINE: REMUNERACAO PAGA, TARIFA PRO RATA E
005280*    MOVIMENTO DE LIQUIDACAO (CADA UM SO QUANDO DIFERENTE DE
005290*    ZERO).
005300*----------------------------------------------------------------
005310     IF ECP-VL-REMUNERACAO IS NOT EQUAL TO ZERO
005320         SET AUD-EV-REMUNERACAO      TO TRUE
005330         MOVE ECP-VL-REMUNERACAO     TO AUD-VALOR-EVENTO
005340         MOVE ECP-SALDO-ANTERIOR     TO AUD-SALDO-ANTERIOR
005350         MOVE ECP-SALDO-APOS-REMUNER TO AUD-SALDO-RESULTANTE
005360         MOVE "REMUNERACAO PAGA NO ENCERRAMENTO" TO AUD-MOTIVO
005370         PERFORM 7100-GRAVAR-AUDITORIA-SALDO
005380             THRU 7100-GRAVAR-AUDITORIA-SALDO-EXIT
005390     END-IF.
005400*
005410     IF ECP-VL-TARIFA IS NOT EQUAL TO ZERO
005420         SET AUD-EV-TARIFA           TO TRUE
005430         MOVE ECP-VL-TARIFA          TO AUD-VALOR-EVENTO
005440         MOVE ECP-SALDO-APOS-REMUNER TO AUD-SALDO-ANTERIOR
005450         MOVE ECP-SALDO-APOS-TARIFA  TO AUD-SALDO-RESULTANTE
005460         MOVE "TARIFA PRO RATA NO ENCERRAMENTO" TO AUD-MOTIVO
005470         PERFORM 7100-GRAVAR-AUDITORIA-SALDO
005480             THRU 7100-GRAVAR-AUDITORIA-SALDO-EXIT
005490     END-IF.
005500*
005510     IF ECP-VL-LIQUIDACAO IS NOT EQUAL TO ZERO
005520         SET AUD-EV-MOVIMENTO        TO TRUE
005530         MOVE ECP-VL-LIQUIDACAO      TO AUD-VALOR-EVENTO
005540         MOVE ECP-SALDO-APOS-TARIFA  TO AUD-SALDO-ANTERIOR
005550         MOVE ZERO                   TO AUD-SALDO-RESULTANTE
005560         MOVE "LIQUIDACAO DO SALDO NO ENCERRAMENTO" TO AUD-MOTIVO
005570         PERFORM 7100-GRAVAR-AUDITORIA-SALDO
005580             THRU 7100-GRAVAR-AUDITORIA-SALDO-EXIT
005590     END-IF.
005600*
005610 5600-AUDITAR-LIQUIDACAO-EXIT.
005620     EXIT.
005630*
005640 5800-TRANSFERIR-AGENCIA.
005650*----------------------------------------------------------------
005660*    TRANSFERE A CONTA DO CLIENTE DO REGISTRO CORRENTE PARA A
005670*    AGENCIA DE DESTINO E GRAVA A TRANSFERENCIA NO DIARIO DE
005680*    AUDITORIA COM A AGENCIA ANTERIOR E A NOVA NO MOTIVO.  SO A
005690*    AGENCIA DONA DA CONTA PODE PEDIR A TRANSFERENCIA; CONTA
005700*    ENCERRADA NAO E TRANSFERIDA.
005710*----------------------------------------------------------------
005720     IF CAD-AGENCIA-DESTINO EQUAL TO SPACES
005730         DISPLAY "TRANSFERENCIA DO CLIENTE " CAD-CLI-NUMERO
005740                 " SEM AGENCIA DE DESTINO - REJEITADA."
005750         GO TO 5800-TRANSFERIR-AGENCIA-EXIT
005760     END-IF.
005770*
005780     MOVE CAD-CLI-NUMERO TO CLI-NUMERO.
005790     READ CLIENTES-MASTER
005800         INVALID KEY
005810             DISPLAY "TRANSFERENCIA DO CLIENTE " CAD-CLI-NUMERO
005820                     " NAO CADASTRADO - REJEITADA."
005830             GO TO 5800-TRANSFERIR-AGENCIA-EXIT
005840     END-READ.
005850*
005860     IF CLI-ENCERRADO
005870         DISPLAY "TRANSFERENCIA DO CLIENTE " CAD-CLI-NUMERO
005880                 " COM A CONTA ENCERRADA - REJEITADA."
005890         GO TO 5800-TRANSFERIR-AGENCIA-EXIT
005900     END-IF.
005910*
005920     IF CLI-AGENCIA IS NOT EQUAL TO CAD-AGENCIA-ORIGEM
005930         DISPLAY "TRANSFERENCIA DO CLIENTE " CAD-CLI-NUMERO
005940                 " PEDIDA PELA AGENCIA " CAD-AGENCIA-ORIGEM
005950                 " - A CONTA E DA AGENCIA " CLI-AGENCIA
005960                 " - REJEITADA."
005970         GO TO 5800-TRANSFERIR-AGENCIA-EXIT
005980     END-IF.
005990*
006000     IF CLI-AGENCIA IS EQUAL TO CAD-AGENCIA-DESTINO
006010         DISPLAY "TRANSFERENCIA DO CLIENTE " CAD-CLI-NUMERO
006020                 " PARA A PROPRIA AGENCIA - REJEITADA."
006030         GO TO 5800-TRANSFERIR-AGENCIA-EXIT
006040     END-IF.
006050*
006060     MOVE CLI-LIMITE-CREDITO  TO WK-LIMITE-ANTERIOR.
006070     MOVE CLI-LIMITE-CREDITO  TO WK-VL-LIMITE.
006080     MOVE CLI-AGENCIA         TO WK-MTR-AGENCIA-ANTERIOR.
006090     MOVE CAD-AGENCIA-DESTINO TO WK-MTR-AGENCIA-NOVA.
006100     MOVE CAD-AGENCIA-DESTINO TO CLI-AGENCIA.
006110*
006120     REWRITE CLI-REGISTRO
006130         INVALID KEY
006140             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
006150                     CLI-NUMERO " NO ARQUIVO MESTRE."
006160             GO TO 5800-TRANSFERIR-AGENCIA-EXIT
006170     END-REWRITE.
006180*
006190     ADD 1 TO WK-QT-TRANSFERENCIAS.
006200     SET WK-ACAO-OK TO TRUE.
006210*
006220     MOVE WK-MOTIVO-TRANSFERENCIA TO WK-MOTIVO-ACAO.
006230     PERFORM 7000-GRAVAR-AUDITORIA-CADASTRO
006240         THRU 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
006250*
006260 5800-TRANSFERIR-AGENCIA-EXIT.
006270     EXIT.
006280*
006290 7000-GRAVAR-AUDITORIA-CADASTRO.
006300*----------------------------------------------------------------
006310*    GRAVA NO DIARIO DE AUDITORIA A ACAO CADASTRAL APLICADA,
006320*    IDENTIFICANDO A AGENCIA DE ORIGEM DO LOTE E, NOS CAMPOS
006330*    DE SALDO, O LIMITE DE CREDITO ANTERIOR E O RESULTANTE
006340*    (VEJA O COMENTARIO EM AUDREC.CPY).  USA AS COPIAS DE
006350*    WORKING-STORAGE DOS CAMPOS, POIS A AREA DO REGISTRO DO
006360*    ARQUIVO MESTRE NAO E MAIS CONFIAVEL DEPOIS DO
006370*    WRITE/REWRITE.
006380*----------------------------------------------------------------
006390     MOVE CAD-CLI-NUMERO         TO AUD-CLI-NUMERO.
006400     SET AUD-EV-CADASTRO         TO TRUE.
006410     MOVE WK-VL-LIMITE           TO AUD-VALOR-EVENTO.
006420     MOVE WK-LIMITE-ANTERIOR     TO AUD-SALDO-ANTERIOR.
006430     MOVE WK-VL-LIMITE           TO AUD-SALDO-RESULTANTE.
006440     MOVE CAD-AGENCIA-ORIGEM     TO AUD-USUARIO.
006450     MOVE WK-MOTIVO-ACAO         TO AUD-MOTIVO.
006460*
006470     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
006480     ACCEPT AUD-HORA FROM TIME.
006490*
006500     WRITE AUD-REGISTRO.
006510*
006520     IF NOT WK-FS-AUDITLOG = "00"
006530         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
006540                 CAD-CLI-NUMERO " - FILE STATUS " WK-FS-AUDITLOG
006550     END-IF.
006560*
006570 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
006580     EXIT.
006590*
006600 7100-GRAVAR-AUDITORIA-SALDO.
006610*----------------------------------------------------------------
006620*    COMPLETA E GRAVA NO DIARIO DE AUDITORIA UM EVENTO DE SALDO
006630*    DO ENCERRAMENTO, CUJOS TIPO, VALORES E MOTIVO JA FORAM
006640*    PREENCHIDOS PELO 5600-AUDITAR-LIQUIDACAO.
006650*----------------------------------------------------------------
006660     MOVE CAD-CLI-NUMERO         TO AUD-CLI-NUMERO.
006670     MOVE CAD-AGENCIA-ORIGEM     TO AUD-USUARIO.
006680*
006690     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
006700     ACCEPT AUD-HORA FROM TIME.
006710*
006720     WRITE AUD-REGISTRO.
006730*
006740     IF NOT WK-FS-AUDITLOG = "00"
006750         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
006760                 CAD-CLI-NUMERO " - FILE STATUS " WK-FS-AUDITLOG
006770     END-IF.
006780*
006790 7100-GRAVAR-AUDITORIA-SALDO-EXIT.
006800     EXIT.
006810*
006820 7500-INCLUIR-REFERENCIA.
006830*----------------------------------------------------------------
006840*    GRAVA NA REFERENCIA CRUZADA O NOME DO REGISTRO CORRENTE
006850*    DO LOTE.  FALHA E SO AVISADA: O MESTRE E A FONTE DA
006860*    VERDADE E O GERA-XREF-NOMES RECONSTROI A REFERENCIA.
006870*----------------------------------------------------------------
006880     IF NOT WK-XREF-DISPONIVEL
006890         GO TO 7500-INCLUIR-REFERENCIA-EXIT
006900     END-IF.
006910*
006920     MOVE CAD-NOME       TO XRF-NOME.
006930     MOVE CAD-CLI-NUMERO TO XRF-CLI-NUMERO.
006940     WRITE XRF-REGISTRO
006950         INVALID KEY
006960             DISPLAY "AVISO: FALHA AO GRAVAR A REFERENCIA DE "
006970                     "NOMES - EXECUTE O GERAXREF."
006980     END-WRITE.
006990*
007000 7500-INCLUIR-REFERENCIA-EXIT.
007010     EXIT.
007020*
007030 7600-ATUALIZAR-REFERENCIA.
007040*----------------------------------------------------------------
007050*    TROCA O NOME DO CLIENTE NA REFERENCIA CRUZADA: APAGA A
007060*    CHAVE COM O NOME ANTIGO E GRAVA A CHAVE COM O NOVO.
007070*    FALHA E SO AVISADA, COMO NA INCLUSAO.
007080*----------------------------------------------------------------
007090     IF NOT WK-XREF-DISPONIVEL
007100         GO TO 7600-ATUALIZAR-REFERENCIA-EXIT
007110     END-IF.
007120*
007130     MOVE WK-NOME-ANTERIOR TO XRF-NOME.
007140     MOVE CAD-CLI-NUMERO   TO XRF-CLI-NUMERO.
007150     DELETE REFERENCIA-NOMES
007160         INVALID KEY
007170             DISPLAY "AVISO: NOME ANTIGO NAO ESTAVA NA "
007180                     "REFERENCIA - EXECUTE O GERAXREF."
007190     END-DELETE.
007200*
007210     PERFORM 7500-INCLUIR-REFERENCIA
007220         THRU 7500-INCLUIR-REFERENCIA-EXIT.
007230*
007240 7600-ATUALIZAR-REFERENCIA-EXIT.
007250     EXIT.
007260*
007270 8000-FINALIZAR.
007280*----------------------------------------------------------------
007290*    FECHA OS ARQUIVOS E EMITE O RESUMO DA CARGA.
007300*----------------------------------------------------------------
007310     CLOSE ARQUIVO-CADASTRO.
007320     CLOSE CLIENTES-MASTER.
007330     CLOSE ARQUIVO-AUDITORIA.
007340     IF WK-XREF-DISPONIVEL
007350         CLOSE REFERENCIA-NOMES
007360     END-IF.
007370     IF WK-ENCERRAMENTO-CHAMADO
007380         SET ECP-FN-FINALIZAR TO TRUE
007390         CALL "ENCERRAR-CONTA" USING CLI-REGISTRO
007400                                     ECP-PARAMETROS
007410     END-IF.
007420*
007430     DISPLAY "REGISTROS LIDOS........: " WK-QT-REGISTROS-LIDOS.
007440     DISPLAY "INCLUSOES APLICADAS....: " WK-QT-INCLUSOES.
007450     DISPLAY "ALTERACOES APLICADAS...: " WK-QT-ALTERACOES.
007460     DISPLAY "BLOQUEIOS APLICADOS....: " WK-QT-BLOQUEIOS.
007470     DISPLAY "DESBLOQUEIOS APLICADOS.: " WK-QT-DESBLOQUEIOS.
007480     DISPLAY "ENCERRAMENTOS APLICADOS: " WK-QT-ENCERRAMENTOS.
007490     DISPLAY "TRANSFERENCIAS APLICADAS: " WK-QT-TRANSFERENCIAS.
007500     DISPLAY "REGISTROS REJEITADOS...: " WK-QT-REJEITADOS.
007510*
007520 8000-FINALIZAR-EXIT.
007530     EXIT.
007540*
007550 9999-FIM.
007560     STOP RUN.
