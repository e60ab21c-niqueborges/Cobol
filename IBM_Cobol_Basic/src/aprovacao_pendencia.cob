000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     APROVACAO-PENDENCIA.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    TRANSACAO ONLINE DE DUPLA APROVACAO: LISTA AS PENDENCIAS DO
000100*    DIA (ARQUIVO INDEXADO PENDAPR, LAYOUT PNDREC) - AJUSTES DE
000110*    SALDO DE CONSULTA-AJUSTE-SALDO E AUMENTOS DE LIMITE DE
000120*    MANUTENCAO-CLIENTE QUE PASSARAM DO VALOR DE DUPLA
000130*    APROVACAO - E REGISTRA A DECISAO SOBRE UMA DELAS.
000140*
000150*    QUEM DECIDE PRECISA SER SUPERVISOR OU GERENTE ATIVO NO
000160*    CADASTRO DE OPERADORES, COM ALCADA PARA O VALOR APROVADO
000170*    (SUBPROGRAMA VERIFICAR-ALCADA), E NUNCA A MESMA MATRICULA
000180*    QUE SOLICITOU.  SO A APROVACAO MEXE NO ARQUIVO MESTRE: O
000190*    AJUSTE E APLICADO COMO NA CONSULTA-AJUSTE-SALDO E O NOVO
000200*    LIMITE COMO NA MANUTENCAO-CLIENTE, E O EVENTO (AJUSTE OU
000210*    CADASTRO) E GRAVADO NO DIARIO DE AUDITORIA COM A MATRICULA
000220*    DE QUEM APROVOU.  A MATRICULA DE QUEM SOLICITOU FICA NA
000230*    PENDENCIA.
000240*
000250*    SO PENDENCIAS SOLICITADAS HOJE PODEM SER DECIDIDAS; AS DE
000260*    DIAS ANTERIORES ESTAO VENCIDAS E SAO MARCADAS COMO
000270*    EXPIRADAS PELA EXPIRA-PENDENCIAS NO FIM DO DIA.  O AUMENTO
000280*    DE LIMITE E RECUSADO SE O LIMITE DO CLIENTE MUDOU DESDE O
000290*    PEDIDO, E O AJUSTE SE O CLIENTE ESTA BLOQUEADO OU
000300*    ENCERRADO; EM AMBOS OS CASOS A PENDENCIA CONTINUA ABERTA
000310*    PARA SER REJEITADA OU EXPIRAR.
000320*
000330*    CADA EXECUCAO DECIDE UMA UNICA PENDENCIA, DA MESMA FORMA
000340*    QUE AS DEMAIS TRANSACOES ONLINE ATENDEM UMA OPERACAO POR
000350*    EXECUCAO.
000360*----------------------------------------------------------------
000370*    HISTORICO DE ALTERACOES
000380*----------------------------------------------------------------
000390*    2026-10-15  EQC  VERSAO ORIGINAL.
000400*----------------------------------------------------------------
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.    IBM-370.
000450 OBJECT-COMPUTER.    IBM-370.
000460*
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PENDENCIAS-APROVACAO ASSIGN TO "PENDAPR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PND-CHAVE
000530         FILE STATUS IS WK-FS-PENDAPR.
000540*
000550     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS CLI-NUMERO
000590         FILE STATUS IS WK-FS-CLIMSTR.
000600*
000610     SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITLOG"
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WK-FS-AUDITLOG.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PENDENCIAS-APROVACAO
000690     LABEL RECORDS ARE STANDARD.
000700     COPY PNDREC.
000710*
000720 FD  CLIENTES-MASTER
000730     LABEL RECORDS ARE STANDARD.
000740     COPY CLIREC.
000750*
000760 FD  ARQUIVO-AUDITORIA
000770     LABEL RECORDS ARE STANDARD.
000780     COPY AUDREC.
000790*
000800 WORKING-STORAGE SECTION.
000810*
000820 77  WK-FS-PENDAPR               PIC X(02) VALUE "00".
000830     88  WK-FS-PENDAPR-OK                    VALUE "00".
000840     88  WK-FS-PENDAPR-INEXISTENTE           VALUE "35".
000850*
000860 77  WK-FS-CLIMSTR               PIC X(02) VALUE "00".
000870     88  WK-FS-CLIMSTR-OK                    VALUE "00".
000880*
000890 77  WK-FS-AUDITLOG              PIC X(02) VALUE "00".
000900*
000910 77  WK-SW-PROSSEGUIR            PIC X(01) VALUE "S".
000920     88  WK-PROSSEGUIR                        VALUE "S".
000930     88  WK-NAO-PROSSEGUIR                    VALUE "N".
000940*
000950 77  WK-SW-ARQUIVOS-ABERTOS      PIC X(01) VALUE "N".
000960     88  WK-ARQUIVOS-ABERTOS                  VALUE "S".
000970*
000980 77  WK-SW-FIM-DIA               PIC X(01) VALUE "N".
000990     88  WK-FIM-DIA                           VALUE "S".
001000*
001010 77  WK-SW-SEQUENCIA             PIC X(01) VALUE "N".
001020     88  WK-SEQUENCIA-VALIDA                  VALUE "S".
001030*
001040 77  WK-DECISAO                  PIC X(01) VALUE SPACE.
001050     88  WK-DECISAO-APROVAR                   VALUE "A".
001060     88  WK-DECISAO-REJEITAR                  VALUE "R".
001070     88  WK-DECISAO-VALIDA                    VALUE "A" "R".
001080*
001090 77  WK-QT-PENDENTES             PIC 9(05) COMP VALUE ZERO.
001100*
001110 77  WK-OPERADOR-ID              PIC X(08) VALUE SPACES.
001120 77  WK-DATA-HOJE                PIC 9(08) VALUE ZERO.
001130 77  WK-HORA-AGORA               PIC 9(08) VALUE ZERO.
001140 77  WK-SEQUENCIA-INFORMADA      PIC 9(05) VALUE ZERO.
001150 77  WK-MOTIVO-DECISAO           PIC X(40) VALUE SPACES.
001160*
001170 77  WK-VL-DECIDIDO              PIC S9(09)V99 COMP-3 VALUE ZERO.
001180 77  WK-SALDO-ANTERIOR           PIC S9(09)V99 COMP-3 VALUE ZERO.
001190 77  WK-SALDO-RESULTANTE         PIC S9(09)V99 COMP-3 VALUE ZERO.
001200*
001210 01  WK-MOTIVO-LIMITE.
001220     05  FILLER                  PIC X(26)
001230                     VALUE "LIMITE APROVADO PENDENCIA ".
001240     05  WK-MLI-DATA             PIC 9(08).
001250     05  FILLER                  PIC X(01) VALUE "-".
001260     05  WK-MLI-SEQUENCIA        PIC 9(05).
001270*
001280 77  WK-VALOR-EDITADO            PIC -ZZZZZZZZ9.99.
001290 77  WK-LIMITE-EDITADO           PIC -ZZZZZZZZ9.99.
001300*
001310     COPY ALCPARM.
001320*
001330 PROCEDURE DIVISION.
001340*
001350 0000-MAINLINE.
001360     PERFORM 1000-INICIALIZAR
001370         THRU 1000-INICIALIZAR-EXIT.
001380*
001390     IF WK-PROSSEGUIR
001400         PERFORM 2000-LISTAR-PENDENCIAS
001410             THRU 2000-LISTAR-PENDENCIAS-EXIT
001420     END-IF.
001430*
001440     IF WK-PROSSEGUIR
001450         PERFORM 3000-DECIDIR-PENDENCIA
001460             THRU 3000-DECIDIR-PENDENCIA-EXIT
001470     END-IF.
001480*
001490     PERFORM 8000-FINALIZAR
001500         THRU 8000-FINALIZAR-EXIT.
001510*
001520     GO TO 9999-FIM.
001530*
001540 1000-INICIALIZAR.
001550*----------------------------------------------------------------
001560*    OBTEM A MATRICULA DE QUEM DECIDE, CONFERE SE E DE UM
001570*    SUPERVISOR OU GERENTE ATIVO E ABRE OS ARQUIVOS.  SEM O
001580*    ARQUIVO DE PENDENCIAS NAO HA O QUE DECIDIR.
001590*----------------------------------------------------------------
001600     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
001610*
001620     PERFORM 1200-LER-OPERADOR
001630         THRU 1200-LER-OPERADOR-EXIT
001640         UNTIL WK-OPERADOR-ID IS NOT EQUAL TO SPACES.
001650*
001660     MOVE ZERO TO WK-VL-DECIDIDO.
001670     PERFORM 6000-VERIFICAR-ALCADA
001680         THRU 6000-VERIFICAR-ALCADA-EXIT.
001690     IF WK-NAO-PROSSEGUIR
001700         GO TO 1000-INICIALIZAR-EXIT
001710     END-IF.
001720*
001730     OPEN I-O PENDENCIAS-APROVACAO.
001740     IF WK-FS-PENDAPR-INEXISTENTE
001750         DISPLAY "NENHUMA PENDENCIA DE APROVACAO REGISTRADA."
001760         SET WK-NAO-PROSSEGUIR TO TRUE
001770         GO TO 1000-INICIALIZAR-EXIT
001780     END-IF.
001790     IF NOT WK-FS-PENDAPR-OK
001800         DISPLAY "ERRO AO ABRIR O ARQUIVO DE PENDENCIAS - "
001810                 "FILE STATUS " WK-FS-PENDAPR
001820         SET WK-NAO-PROSSEGUIR TO TRUE
001830         MOVE 12 TO RETURN-CODE
001840         GO TO 1000-INICIALIZAR-EXIT
001850     END-IF.
001860*
001870     OPEN I-O CLIENTES-MASTER.
001880     OPEN EXTEND ARQUIVO-AUDITORIA.
001890     SET WK-ARQUIVOS-ABERTOS TO TRUE.
001900*
001910 1000-INICIALIZAR-EXIT.
001920     EXIT.
001930*
001940 1200-LER-OPERADOR.
001950*----------------------------------------------------------------
001960*    SOLICITA A MATRICULA DE QUEM DECIDE A PENDENCIA; NAO
001970*    ACEITA MATRICULA EM BRANCO.
001980*----------------------------------------------------------------
001990     DISPLAY "MATRICULA DO APROVADOR: ".
002000     ACCEPT WK-OPERADOR-ID.
002010*
002020     IF WK-OPERADOR-ID EQUAL TO SPACES
002030         DISPLAY "MATRICULA DO APROVADOR E OBRIGATORIA."
002040     END-IF.
002050*
002060 1200-LER-OPERADOR-EXIT.
002070     EXIT.
002080*
002090 2000-LISTAR-PENDENCIAS.
002100*----------------------------------------------------------------
002110*    LISTA AS PENDENCIAS AINDA ABERTAS SOLICITADAS HOJE.  SEM
002120*    NENHUMA, A TRANSACAO TERMINA.
002130*----------------------------------------------------------------
002140     MOVE ZERO TO WK-QT-PENDENTES.
002150     MOVE "N"  TO WK-SW-FIM-DIA.
002160*
002170     MOVE WK-DATA-HOJE TO PND-DATA-SOLICITACAO.
002180     MOVE ZERO         TO PND-SEQUENCIA.
002190     START PENDENCIAS-APROVACAO
002200         KEY IS NOT LESS THAN PND-CHAVE
002210         INVALID KEY
002220             SET WK-FIM-DIA TO TRUE
002230     END-START.
002240*
002250     DISPLAY "-------------------------------------------------".
002260     DISPLAY "PENDENCIAS DE APROVACAO DE " WK-DATA-HOJE.
002270     DISPLAY "SEQ.  TIPO CLIENTE           VALOR SOLICIT. MOTIVO".
002280*
002290     PERFORM 2100-LER-PENDENCIA-DIA
002300         THRU 2100-LER-PENDENCIA-DIA-EXIT
002310         UNTIL WK-FIM-DIA.
002320*
002330     DISPLAY "-------------------------------------------------".
002340*
002350     IF WK-QT-PENDENTES IS EQUAL TO ZERO
002360         DISPLAY "NENHUMA PENDENCIA ABERTA HOJE."
002370         SET WK-NAO-PROSSEGUIR TO TRUE
002380     END-IF.
002390*
002400 2000-LISTAR-PENDENCIAS-EXIT.
002410     EXIT.
002420*
002430 2100-LER-PENDENCIA-DIA.
002440*----------------------------------------------------------------
002450*    LE A PROXIMA PENDENCIA DO DIA E EXIBE AS QUE ESTAO ABERTAS
002460*    (TIPO A = AJUSTE DE SALDO, COM SINAL; L = NOVO LIMITE).
002470*----------------------------------------------------------------
002480     READ PENDENCIAS-APROVACAO NEXT RECORD
002490         AT END
002500             SET WK-FIM-DIA TO TRUE
002510             GO TO 2100-LER-PENDENCIA-DIA-EXIT
002520     END-READ.
002530*
002540     IF NOT WK-FS-PENDAPR-OK
002550        OR PND-DATA-SOLICITACAO IS NOT EQUAL TO WK-DATA-HOJE
002560         SET WK-FIM-DIA TO TRUE
002570         GO TO 2100-LER-PENDENCIA-DIA-EXIT
002580     END-IF.
002590*
002600     IF NOT PND-PENDENTE
002610         GO TO 2100-LER-PENDENCIA-DIA-EXIT
002620     END-IF.
002630*
002640     ADD 1 TO WK-QT-PENDENTES.
002650     MOVE PND-VALOR TO WK-VALOR-EDITADO.
002660     DISPLAY PND-SEQUENCIA " " PND-TIPO "    " PND-CLI-NUMERO
002670             " " WK-VALOR-EDITADO " " PND-USUARIO-SOLICITANTE
002680             " " PND-MOTIVO.
002690*
002700 2100-LER-PENDENCIA-DIA-EXIT.
002710     EXIT.
002720*
002730 3000-DECIDIR-PENDENCIA.
002740*----------------------------------------------------------------
002750*    LOCALIZA A PENDENCIA ESCOLHIDA, OBTEM A DECISAO E O MOTIVO
002760*    E, NA APROVACAO, CONFERE A ALCADA DE QUEM APROVA E APLICA
002770*    O PEDIDO NO ARQUIVO MESTRE ANTES DE REGISTRAR A DECISAO.
002780*----------------------------------------------------------------
002790     PERFORM 3100-LER-SEQUENCIA
002800         THRU 3100-LER-SEQUENCIA-EXIT
002810         UNTIL WK-SEQUENCIA-VALIDA.
002820*
002830     MOVE WK-DATA-HOJE           TO PND-DATA-SOLICITACAO.
002840     MOVE WK-SEQUENCIA-INFORMADA TO PND-SEQUENCIA.
002850     READ PENDENCIAS-APROVACAO
002860         INVALID KEY
002870             DISPLAY "PENDENCIA " WK-SEQUENCIA-INFORMADA
002880                     " NAO ENCONTRADA NAS PENDENCIAS DE HOJE."
002890             GO TO 3000-DECIDIR-PENDENCIA-EXIT
002900     END-READ.
002910*
002920     IF NOT PND-PENDENTE
002930         DISPLAY "PENDENCIA " WK-SEQUENCIA-INFORMADA
002940                 " JA DECIDIDA (SITUACAO " PND-SITUACAO " POR "
002950                 PND-USUARIO-DECISAO ")."
002960         GO TO 3000-DECIDIR-PENDENCIA-EXIT
002970     END-IF.
002980*
002990     IF PND-USUARIO-SOLICITANTE IS EQUAL TO WK-OPERADOR-ID
003000         DISPLAY "DECISAO RECUSADA - QUEM SOLICITOU NAO PODE "
003010                 "DECIDIR A PROPRIA PENDENCIA."
003020         GO TO 3000-DECIDIR-PENDENCIA-EXIT
003030     END-IF.
003040*
003050     PERFORM 3200-EXIBIR-PENDENCIA
003060         THRU 3200-EXIBIR-PENDENCIA-EXIT.
003070*
003080     PERFORM 3300-LER-DECISAO
003090         THRU 3300-LER-DECISAO-EXIT
003100         UNTIL WK-DECISAO-VALIDA.
003110*
003120     DISPLAY "MOTIVO DA DECISAO: ".
003130     ACCEPT WK-MOTIVO-DECISAO.
003140*
003150     IF WK-DECISAO-APROVAR
003160         IF PND-TP-AJUSTE
003170             IF PND-VALOR IS LESS THAN ZERO
003180                 COMPUTE WK-VL-DECIDIDO = ZERO - PND-VALOR
003190             ELSE
003200                 MOVE PND-VALOR TO WK-VL-DECIDIDO
003210             END-IF
003220         ELSE
003230             COMPUTE WK-VL-DECIDIDO =
003240                     PND-VALOR - PND-LIMITE-ANTERIOR
003250         END-IF
003260         PERFORM 6000-VERIFICAR-ALCADA
003270             THRU 6000-VERIFICAR-ALCADA-EXIT
003280         IF WK-NAO-PROSSEGUIR
003290             GO TO 3000-DECIDIR-PENDENCIA-EXIT
003300         END-IF
003310         IF PND-TP-AJUSTE
003320             PERFORM 4000-APLICAR-AJUSTE
003330                 THRU 4000-APLICAR-AJUSTE-EXIT
003340         ELSE
003350             PERFORM 4500-APLICAR-LIMITE
003360                 THRU 4500-APLICAR-LIMITE-EXIT
003370         END-IF
003380         IF WK-NAO-PROSSEGUIR
003390             DISPLAY "PENDENCIA " PND-SEQUENCIA
003400                     " CONTINUA ABERTA."
003410             GO TO 3000-DECIDIR-PENDENCIA-EXIT
003420         END-IF
003430         SET PND-APROVADA TO TRUE
003440     ELSE
003450         SET PND-REJEITADA TO TRUE
003460     END-IF.
003470*
003480     PERFORM 5000-REGISTRAR-DECISAO
003490         THRU 5000-REGISTRAR-DECISAO-EXIT.
003500*
003510 3000-DECIDIR-PENDENCIA-EXIT.
003520     EXIT.
003530*
003540 3100-LER-SEQUENCIA.
003550*----------------------------------------------------------------
003560*    SOLICITA A SEQUENCIA DA PENDENCIA A DECIDIR.
003570*----------------------------------------------------------------
003580     DISPLAY "SEQUENCIA DA PENDENCIA (5 DIGITOS): ".
003590     ACCEPT WK-SEQUENCIA-INFORMADA.
003600*
003610     IF WK-SEQUENCIA-INFORMADA IS NOT NUMERIC
003620        OR WK-SEQUENCIA-INFORMADA IS EQUAL TO ZERO
003630         DISPLAY "SEQUENCIA INVALIDA - TENTE NOVAMENTE."
003640         GO TO 3100-LER-SEQUENCIA-EXIT
003650     END-IF.
003660*
003670     SET WK-SEQUENCIA-VALIDA TO TRUE.
003680*
003690 3100-LER-SEQUENCIA-EXIT.
003700     EXIT.
003710*
003720 3200-EXIBIR-PENDENCIA.
003730*----------------------------------------------------------------
003740*    EXIBE O PEDIDO ESCOLHIDO PARA QUEM VAI DECIDIR.
003750*----------------------------------------------------------------
003760     DISPLAY "-------------------------------------------------".
003770     DISPLAY "PENDENCIA.........: " PND-DATA-SOLICITACAO "-"
003780             PND-SEQUENCIA " AS " PND-HORA-SOLICITACAO.
003790     DISPLAY "CLIENTE...........: " PND-CLI-NUMERO.
003800     IF PND-TP-AJUSTE
003810         MOVE PND-VALOR TO WK-VALOR-EDITADO
003820         DISPLAY "TIPO..............: AJUSTE DE SALDO"
003830         DISPLAY "VALOR DO AJUSTE...: " WK-VALOR-EDITADO
003840     ELSE
003850         MOVE PND-LIMITE-ANTERIOR TO WK-LIMITE-EDITADO
003860         MOVE PND-VALOR           TO WK-VALOR-EDITADO
003870         DISPLAY "TIPO..............: AUMENTO DE LIMITE DE "
003880                 "CREDITO"
003890         DISPLAY "LIMITE ANTERIOR...: " WK-LIMITE-EDITADO
003900         DISPLAY "NOVO LIMITE.......: " WK-VALOR-EDITADO
003910     END-IF.
003920     DISPLAY "SOLICITANTE.......: " PND-USUARIO-SOLICITANTE.
003930     DISPLAY "MOTIVO............: " PND-MOTIVO.
003940     DISPLAY "-------------------------------------------------".
003950*
003960 3200-EXIBIR-PENDENCIA-EXIT.
003970     EXIT.
003980*
003990 3300-LER-DECISAO.
004000*----------------------------------------------------------------
004010*    SOLICITA A DECISAO, REPETINDO A PERGUNTA ATE RECEBER A
004020*    OU R.
004030*----------------------------------------------------------------
004040     DISPLAY "DECISAO (A=APROVAR, R=REJEITAR): ".
004050     ACCEPT WK-DECISAO.
004060*
004070     IF NOT WK-DECISAO-VALIDA
004080         DISPLAY "DECISAO INVALIDA - DIGITE A OU R."
004090     END-IF.
004100*
004110 3300-LER-DECISAO-EXIT.
004120     EXIT.
004130*
004140 4000-APLICAR-AJUSTE.
004150*----------------------------------------------------------------
004160*    APLICA O AJUSTE APROVADO NO SALDO DO CLIENTE, MANTENDO OS
004170*    CAMPOS DE ENVELHECIMENTO DO SALDO DEVEDOR DA MESMA FORMA
004180*    QUE CONSULTA-AJUSTE-SALDO, REGRAVA O CLIENTE E GRAVA O
004190*    EVENTO AJUSTE COM A MATRICULA DE QUEM APROVOU E O MOTIVO
004200*    DE QUEM SOLICITOU.
004210*----------------------------------------------------------------
004220     PERFORM 4900-LOCALIZAR-CLIENTE
004230         THRU 4900-LOCALIZAR-CLIENTE-EXIT.
004240     IF WK-NAO-PROSSEGUIR
004250         GO TO 4000-APLICAR-AJUSTE-EXIT
004260     END-IF.
004270*
004280     IF CLI-BLOQUEADO
004290        OR CLI-ENCERRADO
004300         DISPLAY "CLIENTE " CLI-NUMERO " BLOQUEADO OU COM A "
004310                 "CONTA ENCERRADA - AJUSTE NAO PERMITIDO."
004320         SET WK-NAO-PROSSEGUIR TO TRUE
004330         GO TO 4000-APLICAR-AJUSTE-EXIT
004340     END-IF.
004350*
004360     MOVE CLI-SALDO TO WK-SALDO-ANTERIOR.
004370     ADD PND-VALOR  TO CLI-SALDO.
004380     MOVE WK-DATA-HOJE TO CLI-DATA-ULT-MOVIMENTO.
004390*
004400     IF CLI-DATA-SALDO-NEGATIVO IS NOT NUMERIC
004410         MOVE ZERO TO CLI-DATA-SALDO-NEGATIVO
004420     END-IF.
004430     IF CLI-JUROS-DEVEDOR-ACUM IS NOT NUMERIC
004440         MOVE ZERO TO CLI-JUROS-DEVEDOR-ACUM
004450     END-IF.
004460     IF CLI-SALDO IS LESS THAN ZERO
004470         IF WK-SALDO-ANTERIOR IS NOT LESS THAN ZERO
004480            OR CLI-DATA-SALDO-NEGATIVO IS EQUAL TO ZERO
004490             MOVE WK-DATA-HOJE TO CLI-DATA-SALDO-NEGATIVO
004500             MOVE ZERO         TO CLI-JUROS-DEVEDOR-ACUM
004510         END-IF
004520     ELSE
004530         MOVE ZERO TO CLI-DATA-SALDO-NEGATIVO
004540         MOVE ZERO TO CLI-JUROS-DEVEDOR-ACUM
004550     END-IF.
004560     MOVE CLI-SALDO TO WK-SALDO-RESULTANTE.
004570*
004580     REWRITE CLI-REGISTRO
004590         INVALID KEY
004600             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
004610                     PND-CLI-NUMERO " NO ARQUIVO MESTRE."
004620             SET WK-NAO-PROSSEGUIR TO TRUE
004630             GO TO 4000-APLICAR-AJUSTE-EXIT
004640     END-REWRITE.
004650*
004660     MOVE WK-SALDO-RESULTANTE TO WK-VALOR-EDITADO.
004670     DISPLAY "SALDO AJUSTADO: " WK-VALOR-EDITADO.
004680*
004690     SET AUD-EV-AJUSTE           TO TRUE.
004700     MOVE PND-VALOR              TO AUD-VALOR-EVENTO.
004710     MOVE WK-SALDO-ANTERIOR      TO AUD-SALDO-ANTERIOR.
004720     MOVE WK-SALDO-RESULTANTE    TO AUD-SALDO-RESULTANTE.
004730     MOVE PND-MOTIVO             TO AUD-MOTIVO.
004740     PERFORM 7000-GRAVAR-AUDITORIA
004750         THRU 7000-GRAVAR-AUDITORIA-EXIT.
004760*
004770 4000-APLICAR-AJUSTE-EXIT.
004780     EXIT.
004790*
004800 4500-APLICAR-LIMITE.
004810*----------------------------------------------------------------
004820*    APLICA O NOVO LIMITE APROVADO, DESDE QUE O LIMITE DO
004830*    CLIENTE SEJA AINDA O QUE ELE TINHA NO PEDIDO, REGRAVA O
004840*    CLIENTE E GRAVA O EVENTO CADASTRO (LIMITE ANTERIOR E NOVO)
004850*    COM A MATRICULA DE QUEM APROVOU.
004860*----------------------------------------------------------------
004870     PERFORM 4900-LOCALIZAR-CLIENTE
004880         THRU 4900-LOCALIZAR-CLIENTE-EXIT.
004890     IF WK-NAO-PROSSEGUIR
004900         GO TO 4500-APLICAR-LIMITE-EXIT
004910     END-IF.
004920*
004930     IF CLI-ENCERRADO
004940         DISPLAY "CLIENTE " CLI-NUMERO " ESTA COM A CONTA "
004950                 "ENCERRADA - LIMITE NAO PERMITIDO."
004960         SET WK-NAO-PROSSEGUIR TO TRUE
004970         GO TO 4500-APLICAR-LIMITE-EXIT
004980     END-IF.
004990*
005000     IF CLI-LIMITE-CREDITO IS NOT EQUAL TO PND-LIMITE-ANTERIOR
005010         MOVE CLI-LIMITE-CREDITO TO WK-LIMITE-EDITADO
005020         DISPLAY "LIMITE DO CLIENTE MUDOU DESDE O PEDIDO (ATUAL "
005030                 WK-LIMITE-EDITADO ") - REJEITE A PENDENCIA."
005040         SET WK-NAO-PROSSEGUIR TO TRUE
005050         GO TO 4500-APLICAR-LIMITE-EXIT
005060     END-IF.
005070*
005080     MOVE PND-VALOR TO CLI-LIMITE-CREDITO.
005090*
005100     REWRITE CLI-REGISTRO
005110         INVALID KEY
005120             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
005130                     PND-CLI-NUMERO " NO ARQUIVO MESTRE."
005140             SET WK-NAO-PROSSEGUIR TO TRUE
005150             GO TO 4500-APLICAR-LIMITE-EXIT
005160     END-REWRITE.
005170*
005180     MOVE PND-VALOR TO WK-VALOR-EDITADO.
005190     DISPLAY "LIMITE DE CREDITO ALTERADO PARA " WK-VALOR-EDITADO.
005200*
005210     MOVE PND-DATA-SOLICITACAO   TO WK-MLI-DATA.
005220     MOVE PND-SEQUENCIA          TO WK-MLI-SEQUENCIA.
005230     SET AUD-EV-CADASTRO         TO TRUE.
005240     MOVE PND-VALOR              TO AUD-VALOR-EVENTO.
005250     MOVE PND-LIMITE-ANTERIOR    TO AUD-SALDO-ANTERIOR.
005260     MOVE PND-VALOR              TO AUD-SALDO-RESULTANTE.
005270     MOVE WK-MOTIVO-LIMITE       TO AUD-MOTIVO.
005280     PERFORM 7000-GRAVAR-AUDITORIA
005290         THRU 7000-GRAVAR-AUDITORIA-EXIT.
005300*
005310 4500-APLICAR-LIMITE-EXIT.
005320     EXIT.
005330*
005340 4900-LOCALIZAR-CLIENTE.
005350*----------------------------------------------------------------
005360*    LOCALIZA NO ARQUIVO MESTRE O CLIENTE DA PENDENCIA.
005370*----------------------------------------------------------------
005380     MOVE PND-CLI-NUMERO TO CLI-NUMERO.
005390     READ CLIENTES-MASTER
005400         INVALID KEY
005410             DISPLAY "CLIENTE " PND-CLI-NUMERO
005420                     " NAO ENCONTRADO NO ARQUIVO MESTRE."
005430             SET WK-NAO-PROSSEGUIR TO TRUE
005440     END-READ.
005450*
005460 4900-LOCALIZAR-CLIENTE-EXIT.
005470     EXIT.
005480*
005490 5000-REGISTRAR-DECISAO.
005500*----------------------------------------------------------------
005510*    REGRAVA A PENDENCIA COM A SITUACAO JA DEFINIDA, A MATRICULA,
005520*    A DATA, A HORA E O MOTIVO DA DECISAO.
005530*----------------------------------------------------------------
005540     ACCEPT WK-HORA-AGORA FROM TIME.
005550     MOVE WK-OPERADOR-ID    TO PND-USUARIO-DECISAO.
005560     MOVE WK-DATA-HOJE      TO PND-DATA-DECISAO.
005570     MOVE WK-HORA-AGORA     TO PND-HORA-DECISAO.
005580     MOVE WK-MOTIVO-DECISAO TO PND-MOTIVO-DECISAO.
005590*
005600     REWRITE PND-REGISTRO
005610         INVALID KEY
005620             DISPLAY "ERRO AO REGRAVAR A PENDENCIA "
005630                     PND-SEQUENCIA " - FILE STATUS " WK-FS-PENDAPR
005640             GO TO 5000-REGISTRAR-DECISAO-EXIT
005650     END-REWRITE.
005660*
005670     IF PND-APROVADA
005680         DISPLAY "PENDENCIA " PND-SEQUENCIA " APROVADA POR "
005690                 WK-OPERADOR-ID "."
005700     ELSE
005710         DISPLAY "PENDENCIA " PND-SEQUENCIA " REJEITADA POR "
005720                 WK-OPERADOR-ID "."
005730     END-IF.
005740*
005750 5000-REGISTRAR-DECISAO-EXIT.
005760     EXIT.
005770*
005780 6000-VERIFICAR-ALCADA.
005790*----------------------------------------------------------------
005800*    CONFERE NO CADASTRO DE OPERADORES SE QUEM DECIDE E
005810*    SUPERVISOR OU GERENTE ATIVO COM ALCADA PARA O VALOR
005820*    WK-VL-DECIDIDO (ZERO NA ENTRADA DA TRANSACAO).
005830*----------------------------------------------------------------
005840     SET ALC-FN-VERIFICAR     TO TRUE.
005850     SET ALC-EXIGE-SUPERVISOR TO TRUE.
005860     MOVE WK-OPERADOR-ID      TO ALC-OPERADOR-ID.
005870     MOVE WK-VL-DECIDIDO      TO ALC-VALOR.
005880     MOVE WK-DATA-HOJE        TO ALC-DATA-REFERENCIA.
005890     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
005900*
005910     IF NOT ALC-ACEITO
005920         DISPLAY "ACAO RECUSADA - " ALC-MOTIVO-RECUSA
005930         SET WK-NAO-PROSSEGUIR TO TRUE
005940     END-IF.
005950*
005960 6000-VERIFICAR-ALCADA-EXIT.
005970     EXIT.
005980*
005990 7000-GRAVAR-AUDITORIA.
006000*----------------------------------------------------------------
006010*    COMPLETA E GRAVA NO DIARIO DE AUDITORIA O EVENTO DA
006020*    APROVACAO, CUJOS TIPO, VALORES E MOTIVO JA FORAM
006030*    PREENCHIDOS PELO CHAMADOR.
006040*----------------------------------------------------------------
006050     MOVE PND-CLI-NUMERO         TO AUD-CLI-NUMERO.
006060     MOVE WK-OPERADOR-ID         TO AUD-USUARIO.
006070*
006080     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
006090     ACCEPT AUD-HORA FROM TIME.
006100*
006110     WRITE AUD-REGISTRO.
006120*
006130     IF NOT WK-FS-AUDITLOG = "00"
006140         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
006150                 PND-CLI-NUMERO " - FILE STATUS " WK-FS-AUDITLOG
006160     END-IF.
006170*
006180 7000-GRAVAR-AUDITORIA-EXIT.
006190     EXIT.
006200*
006210 8000-FINALIZAR.
006220*----------------------------------------------------------------
006230*    FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA E OS DO
006240*    SUBPROGRAMA DE ALCADA.
006250*----------------------------------------------------------------
006260     IF WK-ARQUIVOS-ABERTOS
006270         CLOSE PENDENCIAS-APROVACAO
006280         CLOSE CLIENTES-MASTER
006290         CLOSE ARQUIVO-AUDITORIA
006300     END-IF.
006310*
006320     SET ALC-FN-FINALIZAR TO TRUE.
006330     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
006340*
006350 8000-FINALIZAR-EXIT.
006360     EXIT.
006370*
006380 9999-FIM.
006390     STOP RUN.
