000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CONSULTA-AJUSTE-SALDO.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-08-08.
000060 DATE-COMPILED.  2026-08-08.
000070*
000080*----------------------------------------------------------------
000090*    TRANSACAO ONLINE DE CONSULTA DE SALDO DO CLIENTE, COM
000100*    OPCAO DE AJUSTE MANUAL POR UM SUPERVISOR (CORRECAO DE
000110*    SALDO QUE NAO PASSA PELA VALIDACAO NORMAL DE LIMITE DE
000120*    CREDITO DE APLICAR-MOVIMENTO, POIS E JUSTAMENTE UMA
000130*    EXCECAO AUTORIZADA A ESSA REGRA).  TODO AJUSTE E GRAVADO
000140*    NO DIARIO DE AUDITORIA COM A MATRICULA DO SUPERVISOR E O
000150*    MOTIVO INFORMADO, PARA CONFERENCIA POSTERIOR.
000160*
000170*    CADA EXECUCAO ATENDE UMA UNICA CONSULTA (UM CLIENTE), DA
000180*    MESMA FORMA QUE ATUALIZAR-SALDO ATENDE UM UNICO MOVIMENTO
000190*    POR EXECUCAO.
000200*----------------------------------------------------------------
000210*    HISTORICO DE ALTERACOES
000220*----------------------------------------------------------------
000230*    2026-08-08  EQC  VERSAO ORIGINAL.
000240*    2026-08-22  EQC  AJUSTE CONTRA CLIENTE BLOQUEADO PASSA A
000250*                     SER RECUSADO E REGISTRADO NO DIARIO DE
000260*                     AUDITORIA COM MOTIVO PROPRIO; O
000270*                     DESBLOQUEIO E FEITO PELA TRANSACAO DE
000280*                     MANUTENCAO CADASTRAL (MANUTENCAO-CLIENTE).
000290*    2026-08-22  EQC  O AJUSTE PASSA A MANTER OS CAMPOS DE
000300*                     ENVELHECIMENTO DO SALDO DEVEDOR
000310*                     (CLI-DATA-SALDO-NEGATIVO E JUROS
000320*                     ACUMULADOS), COMO APLICAR-MOVIMENTO.
000330*    2026-10-15  EQC  AJUSTE CONTRA CONTA ENCERRADA
000340*                     (CLI-ENCERRADO) PASSA A SER RECUSADO E
000350*                     AUDITADO COMO O DE CLIENTE BLOQUEADO.
000360*    2026-10-15  EQC  A CONSULTA PASSA A EXIBIR O VALOR RETIDO
000370*                     POR BLOQUEIO JUDICIAL E O SALDO
000380*                     DISPONIVEL AO LADO DO SALDO CONTABIL.
000390*    2026-10-15  EQC  A MATRICULA DO SUPERVISOR PASSA A SER
000400*                     CONFERIDA NO CADASTRO DE OPERADORES
000410*                     (PERFIL E ALCADA, VIA VERIFICAR-ALCADA); A
000420*                     RECUSA E AUDITADA COMO REJEITADO.  AJUSTE
000430*                     ACIMA DO VALOR DE DUPLA APROVACAO VAI PARA
000440*                     O ARQUIVO DE PENDENCIAS EM VEZ DE SER
000450*                     APLICADO (APROVACAO-PENDENCIA).
000460*----------------------------------------------------------------
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.    IBM-370.
000510 OBJECT-COMPUTER.    IBM-370.
000520*
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
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
000680 FD  CLIENTES-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CLIREC.
000710*
000720 FD  ARQUIVO-AUDITORIA
000730     LABEL RECORDS ARE STANDARD.
000740     COPY AUDREC.
000750*
000760 WORKING-STORAGE SECTION.
000770*
000780 77  WK-FS-CLIMSTR               PIC X(02) VALUE "00".
000790     88  WK-FS-OK                            VALUE "00".
000800     88  WK-FS-NAO-ENCONTRADO                VALUE "23".
000810*
000820 77  WK-FS-AUDITLOG              PIC X(02) VALUE "00".
000830*
000840 77  WK-CLI-NUMERO-INFORMADO     PIC 9(09) VALUE ZERO.
000850*
000860 77  WK-SW-CLIENTE               PIC X(01) VALUE "N".
000870     88  WK-CLIENTE-ENCONTRADO                VALUE "S".
000880     88  WK-CLIENTE-NAO-ENCONTRADO            VALUE "N".
000890*
000900 77  WK-SW-CONFIRMA-AJUSTE       PIC X(01) VALUE "N".
000910     88  WK-CONFIRMA-AJUSTE-SIM               VALUE "S".
000920     88  WK-CONFIRMA-AJUSTE-NAO               VALUE "N".
000930*
000940 77  WK-SW-AJUSTE                PIC X(01) VALUE "N".
000950     88  WK-AJU-VALIDO                        VALUE "S".
000960     88  WK-AJU-INVALIDO                      VALUE "N".
000970*
000980 01  WK-AJUSTE-ENTRADA.
000990     05  WK-AJU-SINAL            PIC X(01).
001000     05  WK-AJU-DIGITOS          PIC 9(09)V99.
001010*
001020 77  WK-VL-AJUSTE                PIC S9(09)V99 COMP-3 VALUE ZERO.
001030 77  WK-AJU-VALOR-MINIMO   PIC S9(09)V99 COMP-3 VALUE -100000.00.
001040 77  WK-AJU-VALOR-MAXIMO   PIC S9(09)V99 COMP-3 VALUE  100000.00.
001050*
001060 77  WK-SALDO-ANTERIOR-AJUSTE    PIC S9(09)V99 COMP-3 VALUE ZERO.
001070 77  WK-DATA-AJUSTE              PIC 9(08) VALUE ZERO.
001080 77  WK-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
001090 77  WK-MOTIVO-AJUSTE            PIC X(40) VALUE SPACES.
001100*
001110 77  WK-VL-DISPONIVEL            PIC S9(09)V99 COMP-3 VALUE ZERO.
001120 77  WK-DATA-CONSULTA            PIC 9(08) VALUE ZERO.
001130*
001140     COPY BJDPARM.
001150*
001160 77  WK-SW-DESTINO-AJUSTE        PIC X(01) VALUE "N".
001170     88  WK-AJUSTE-IMEDIATO                   VALUE "S".
001180     88  WK-AJUSTE-NAO-IMEDIATO               VALUE "N".
001190*
001200 77  WK-VL-AJUSTE-ABSOLUTO PIC S9(09)V99 COMP-3 VALUE ZERO.
001210*
001220     COPY ALCPARM.
001230*
001240 PROCEDURE DIVISION.
001250*
001260 0000-MAINLINE.
001270     PERFORM 1000-INICIALIZAR
001280         THRU 1000-INICIALIZAR-EXIT.
001290*
001300     IF WK-CLIENTE-ENCONTRADO
001310         PERFORM 2000-EXIBIR-CLIENTE
001320             THRU 2000-EXIBIR-CLIENTE-EXIT
001330         IF CLI-BLOQUEADO
001340            OR CLI-ENCERRADO
001350             PERFORM 2500-RECUSAR-CLIENTE-BLOQUEADO
001360                 THRU 2500-RECUSAR-CLIENTE-BLOQUEADO-EXIT
001370         ELSE
001380             PERFORM 3000-OBTER-DECISAO-AJUSTE
001390                 THRU 3000-OBTER-DECISAO-AJUSTE-EXIT
001400             IF WK-CONFIRMA-AJUSTE-SIM
001410                 PERFORM 4000-OBTER-AJUSTE
001420                     THRU 4000-OBTER-AJUSTE-EXIT
001430                 PERFORM 4500-VERIFICAR-ALCADA
001440                     THRU 4500-VERIFICAR-ALCADA-EXIT
001450                 IF WK-AJUSTE-IMEDIATO
001460                     PERFORM 5000-APLICAR-AJUSTE
001470                         THRU 5000-APLICAR-AJUSTE-EXIT
001480                 END-IF
001490             END-IF
001500         END-IF
001510     END-IF.
001520*
001530     PERFORM 8000-FINALIZAR
001540         THRU 8000-FINALIZAR-EXIT.
001550*
001560     GO TO 9999-FIM.
001570*
001580 1000-INICIALIZAR.
001590*----------------------------------------------------------------
001600*    ABRE O ARQUIVO MESTRE E O DIARIO DE AUDITORIA E LOCALIZA O
001610*    CLIENTE INFORMADO PARA CONSULTA.
001620*----------------------------------------------------------------
001630     OPEN I-O CLIENTES-MASTER.
001640     OPEN EXTEND ARQUIVO-AUDITORIA.
001650*
001660     DISPLAY "NUMERO DO CLIENTE: ".
001670     ACCEPT WK-CLI-NUMERO-INFORMADO.
001680*
001690     MOVE WK-CLI-NUMERO-INFORMADO TO CLI-NUMERO.
001700     READ CLIENTES-MASTER
001710         INVALID KEY
001720             DISPLAY "CLIENTE " WK-CLI-NUMERO-INFORMADO
001730                     " NAO ENCONTRADO NO ARQUIVO MESTRE."
001740             SET WK-CLIENTE-NAO-ENCONTRADO TO TRUE
001750     END-READ.
001760*
001770     IF WK-FS-OK
001780         SET WK-CLIENTE-ENCONTRADO TO TRUE
001790     END-IF.
001800*
001810 1000-INICIALIZAR-EXIT.
001820     EXIT.
001830*
001840 2000-EXIBIR-CLIENTE.
001850*----------------------------------------------------------------
001860*    EXIBE OS DADOS DO CLIENTE PARA O OPERADOR DA CONSULTA,
001870*    COM O SALDO DISPONIVEL (SALDO MAIS LIMITE MENOS O VALOR
001880*    RETIDO PELOS BLOQUEIOS JUDICIAIS VIGENTES HOJE).
001890*----------------------------------------------------------------
001900     ACCEPT WK-DATA-CONSULTA FROM DATE YYYYMMDD.
001910     SET BJP-FN-TOTALIZAR TO TRUE.
001920     MOVE CLI-NUMERO       TO BJP-CLI-NUMERO.
001930     MOVE WK-DATA-CONSULTA TO BJP-DATA-REFERENCIA.
001940     CALL "TOTALIZAR-BLOQUEIOS" USING BJP-PARAMETROS.
001950*
001960     COMPUTE WK-VL-DISPONIVEL =
001970             CLI-SALDO + CLI-LIMITE-CREDITO - BJP-VL-BLOQUEADO.
001980*
001990     DISPLAY "-------------------------------------------------".
002000     DISPLAY "CLIENTE...........: " CLI-NUMERO.
002010     DISPLAY "NOME..............: " CLI-NOME.
002020     DISPLAY "SALDO ATUAL.......: " CLI-SALDO.
002030     DISPLAY "LIMITE DE CREDITO.: " CLI-LIMITE-CREDITO.
002040     DISPLAY "BLOQUEIO JUDICIAL.: " BJP-VL-BLOQUEADO.
002050     DISPLAY "SALDO DISPONIVEL..: " WK-VL-DISPONIVEL.
002060     IF BJP-CONTROLE-INDISPONIVEL
002070         DISPLAY "ATENCAO: ARQUIVO DE BLOQUEIOS JUDICIAIS "
002080                 "INDISPONIVEL - SALDO DISPONIVEL SEM BLOQUEIOS."
002090     END-IF.
002100     DISPLAY "STATUS............: " CLI-STATUS.
002110     DISPLAY "ULTIMO MOVIMENTO..: " CLI-DATA-ULT-MOVIMENTO.
002120     DISPLAY "-------------------------------------------------".
002130*
002140 2000-EXIBIR-CLIENTE-EXIT.
002150     EXIT.
002160*
002170 2500-RECUSAR-CLIENTE-BLOQUEADO.
002180*----------------------------------------------------------------
002190*    RECUSA QUALQUER AJUSTE SOBRE UM CLIENTE BLOQUEADO E
002200*    REGISTRA A RECUSA NO DIARIO DE AUDITORIA.  O DESBLOQUEIO
002210*    DA CONTA E FEITO PELA TRANSACAO DE MANUTENCAO CADASTRAL
002220*    (MANUTENCAO-CLIENTE), NAO POR AJUSTE DE SALDO.  CONTA
002230*    ENCERRADA E RECUSADA DA MESMA FORMA, COM MOTIVO PROPRIO:
002240*    ELA NAO RECEBE MAIS LANCAMENTOS.
002250*----------------------------------------------------------------
002260     IF CLI-ENCERRADO
002270         DISPLAY "CLIENTE " CLI-NUMERO " ESTA COM A CONTA "
002280                 "ENCERRADA - AJUSTE NAO PERMITIDO."
002290         MOVE "CONTA ENCERRADA"  TO AUD-MOTIVO
002300     ELSE
002310         DISPLAY "CLIENTE " CLI-NUMERO " ESTA BLOQUEADO - "
002320                 "AJUSTE NAO PERMITIDO."
002330         MOVE "CLIENTE BLOQUEADO" TO AUD-MOTIVO
002340     END-IF.
002350*
002360     MOVE CLI-NUMERO             TO AUD-CLI-NUMERO.
002370     SET AUD-EV-REJEITADO        TO TRUE.
002380     MOVE ZERO                   TO AUD-VALOR-EVENTO.
002390     MOVE CLI-SALDO              TO AUD-SALDO-ANTERIOR.
002400     MOVE CLI-SALDO              TO AUD-SALDO-RESULTANTE.
002410     MOVE SPACES                 TO AUD-USUARIO.
002420*
002430     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
002440     ACCEPT AUD-HORA FROM TIME.
002450*
002460     WRITE AUD-REGISTRO.
002470*
002480     IF NOT WK-FS-AUDITLOG = "00"
002490         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
002500                 CLI-NUMERO " - FILE STATUS " WK-FS-AUDITLOG
002510     END-IF.
002520*
002530 2500-RECUSAR-CLIENTE-BLOQUEADO-EXIT.
002540     EXIT.
002550*
002560 3000-OBTER-DECISAO-AJUSTE.
002570*----------------------------------------------------------------
002580*    PERGUNTA AO OPERADOR SE UM AJUSTE DE SUPERVISOR DEVE SER
002590*    REGISTRADO PARA ESTE CLIENTE.
002600*----------------------------------------------------------------
002610     DISPLAY "REGISTRAR AJUSTE DE SUPERVISOR PARA ESTE CLIENTE "
002620             "(S/N)? ".
002630     ACCEPT WK-SW-CONFIRMA-AJUSTE.
002640*
002650 3000-OBTER-DECISAO-AJUSTE-EXIT.
002660     EXIT.
002670*
002680 4000-OBTER-AJUSTE.
002690*----------------------------------------------------------------
002700*    SOLICITA O VALOR DO AJUSTE, A MATRICULA DO SUPERVISOR
002710*    RESPONSAVEL E O MOTIVO DO AJUSTE.
002720*----------------------------------------------------------------
002730     SET WK-AJU-INVALIDO TO TRUE.
002740     PERFORM 4100-LER-E-VALIDAR-AJUSTE
002750         THRU 4100-LER-E-VALIDAR-AJUSTE-EXIT
002760         UNTIL WK-AJU-VALIDO.
002770*
002780     MOVE SPACES TO WK-SUPERVISOR-ID.
002790     PERFORM 4200-LER-SUPERVISOR
002800         THRU 4200-LER-SUPERVISOR-EXIT
002810         UNTIL WK-SUPERVISOR-ID IS NOT EQUAL TO SPACES.
002820*
002830     DISPLAY "MOTIVO DO AJUSTE: ".
002840     ACCEPT WK-MOTIVO-AJUSTE.
002850*
002860 4000-OBTER-AJUSTE-EXIT.
002870     EXIT.
002880*
002890 4100-LER-E-VALIDAR-AJUSTE.
002900*----------------------------------------------------------------
002910*    LE O VALOR DO AJUSTE NO FORMATO SINAL (+/-) SEGUIDO DE 11
002920*    DIGITOS (9 INTEIROS E 2 DECIMAIS, SEM PONTO) E VALIDA
002930*    FORMATO E FAIXA ANTES DE ACEITAR O VALOR.
002940*----------------------------------------------------------------
002950     DISPLAY "DIGITE O SINAL DO AJUSTE (+ OU -): ".
002960     ACCEPT WK-AJU-SINAL.
002970     DISPLAY "DIGITE O VALOR DO AJUSTE (9 INTEIROS + 2 DECIMAIS, "
002980             "SEM PONTO, EX: 00000015000 = 150.00): ".
002990     ACCEPT WK-AJU-DIGITOS.
003000*
003010     IF WK-AJU-SINAL NOT = "+" AND WK-AJU-SINAL NOT = "-"
003020         DISPLAY "SINAL INVALIDO - DIGITE + OU -."
003030         GO TO 4100-LER-E-VALIDAR-AJUSTE-EXIT
003040     END-IF.
003050*
003060     IF WK-AJU-DIGITOS IS NOT NUMERIC
003070         DISPLAY "VALOR NAO NUMERICO - TENTE NOVAMENTE."
003080         GO TO 4100-LER-E-VALIDAR-AJUSTE-EXIT
003090     END-IF.
003100*
003110     IF WK-AJU-SINAL = "-"
003120         COMPUTE WK-VL-AJUSTE = WK-AJU-DIGITOS * -1
003130     ELSE
003140         MOVE WK-AJU-DIGITOS TO WK-VL-AJUSTE
003150     END-IF.
003160*
003170     IF WK-VL-AJUSTE < WK-AJU-VALOR-MINIMO
003180        OR WK-VL-AJUSTE > WK-AJU-VALOR-MAXIMO
003190         DISPLAY "VALOR FORA DA FAIXA PERMITIDA POR AJUSTE "
003200                 "(" WK-AJU-VALOR-MINIMO " A "
003210                 WK-AJU-VALOR-MAXIMO ")."
003220         GO TO 4100-LER-E-VALIDAR-AJUSTE-EXIT
003230     END-IF.
003240*
003250     SET WK-AJU-VALIDO TO TRUE.
003260*
003270 4100-LER-E-VALIDAR-AJUSTE-EXIT.
003280     EXIT.
003290*
003300 4200-LER-SUPERVISOR.
003310*----------------------------------------------------------------
003320*    SOLICITA A MATRICULA DO SUPERVISOR RESPONSAVEL PELO AJUSTE;
003330*    NAO ACEITA MATRICULA EM BRANCO.
003340*----------------------------------------------------------------
003350     DISPLAY "MATRICULA DO SUPERVISOR: ".
003360     ACCEPT WK-SUPERVISOR-ID.
003370*
003380     IF WK-SUPERVISOR-ID EQUAL TO SPACES
003390         DISPLAY "MATRICULA DO SUPERVISOR E OBRIGATORIA."
003400     END-IF.
003410*
003420 4200-LER-SUPERVISOR-EXIT.
003430     EXIT.
003440*
003450 4500-VERIFICAR-ALCADA.
003460*----------------------------------------------------------------
003470*    CONFERE NO CADASTRO DE OPERADORES SE A MATRICULA INFORMADA
003480*    E DE UM SUPERVISOR (OU GERENTE) ATIVO COM ALCADA PARA O
003490*    VALOR DO AJUSTE; A RECUSA E EXIBIDA E AUDITADA.  AJUSTE
003500*    ACEITO ACIMA DO VALOR DE DUPLA APROVACAO EM VIGOR HOJE E
003510*    GRAVADO COMO PENDENCIA PARA A DECISAO DE UMA SEGUNDA
003520*    PESSOA (APROVACAO-PENDENCIA) E NAO TOCA O SALDO; OS DEMAIS
003530*    SAO APLICADOS NA HORA.
003540*----------------------------------------------------------------
003550     SET WK-AJUSTE-NAO-IMEDIATO TO TRUE.
003560     ACCEPT WK-DATA-AJUSTE FROM DATE YYYYMMDD.
003570*
003580     SET ALC-FN-VERIFICAR     TO TRUE.
003590     SET ALC-EXIGE-SUPERVISOR TO TRUE.
003600     MOVE WK-SUPERVISOR-ID    TO ALC-OPERADOR-ID.
003610     MOVE WK-VL-AJUSTE        TO ALC-VALOR.
003620     MOVE WK-DATA-AJUSTE      TO ALC-DATA-REFERENCIA.
003630     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
003640*
003650     IF NOT ALC-ACEITO
003660         DISPLAY "AJUSTE RECUSADO - " ALC-MOTIVO-RECUSA
003670         PERFORM 4600-AUDITAR-RECUSA-ALCADA
003680             THRU 4600-AUDITAR-RECUSA-ALCADA-EXIT
003690         GO TO 4500-VERIFICAR-ALCADA-EXIT
003700     END-IF.
003710*
003720     SET ALC-FN-LIMIARES TO TRUE.
003730     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
003740*
003750     IF WK-VL-AJUSTE IS LESS THAN ZERO
003760         COMPUTE WK-VL-AJUSTE-ABSOLUTO = ZERO - WK-VL-AJUSTE
003770     ELSE
003780         MOVE WK-VL-AJUSTE TO WK-VL-AJUSTE-ABSOLUTO
003790     END-IF.
003800*
003810     IF WK-VL-AJUSTE-ABSOLUTO
003820          IS NOT GREATER THAN ALC-VL-LIMIAR-AJUSTE
003830         SET WK-AJUSTE-IMEDIATO TO TRUE
003840         GO TO 4500-VERIFICAR-ALCADA-EXIT
003850     END-IF.
003860*
003870     SET ALC-FN-PENDENCIA    TO TRUE.
003880     SET ALC-PEDIDO-AJUSTE   TO TRUE.
003890     MOVE CLI-NUMERO         TO ALC-CLI-NUMERO.
003900     MOVE WK-VL-AJUSTE       TO ALC-VL-PEDIDO.
003910     MOVE ZERO               TO ALC-LIMITE-ANTERIOR.
003920     MOVE WK-MOTIVO-AJUSTE   TO ALC-MOTIVO.
003930     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
003940*
003950     IF ALC-ACEITO
003960         DISPLAY "AJUSTE ACIMA DO VALOR DE DUPLA APROVACAO - "
003970                 "PENDENCIA " WK-DATA-AJUSTE "-"
003980                 ALC-SEQUENCIA-PENDENCIA " AGUARDANDO APROVACAO."
003990         DISPLAY "O SALDO SO SERA AJUSTADO QUANDO OUTRA "
004000                 "MATRICULA APROVAR, AINDA HOJE."
004010     ELSE
004020         DISPLAY "AJUSTE NAO REGISTRADO - " ALC-MOTIVO-RECUSA
004030     END-IF.
004040*
004050 4500-VERIFICAR-ALCADA-EXIT.
004060     EXIT.
004070*
004080 4600-AUDITAR-RECUSA-ALCADA.
004090*----------------------------------------------------------------
004100*    REGISTRA NO DIARIO DE AUDITORIA O AJUSTE RECUSADO POR
004110*    FALTA DE AUTORIDADE, COM A MATRICULA INFORMADA, O VALOR
004120*    PRETENDIDO E O MOTIVO DA RECUSA.
004130*----------------------------------------------------------------
004140     MOVE CLI-NUMERO             TO AUD-CLI-NUMERO.
004150     SET AUD-EV-REJEITADO        TO TRUE.
004160     MOVE WK-VL-AJUSTE           TO AUD-VALOR-EVENTO.
004170     MOVE CLI-SALDO              TO AUD-SALDO-ANTERIOR.
004180     MOVE CLI-SALDO              TO AUD-SALDO-RESULTANTE.
004190     MOVE WK-SUPERVISOR-ID       TO AUD-USUARIO.
004200     MOVE ALC-MOTIVO-RECUSA      TO AUD-MOTIVO.
004210*
004220     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
004230     ACCEPT AUD-HORA FROM TIME.
004240*
004250     WRITE AUD-REGISTRO.
004260*
004270     IF NOT WK-FS-AUDITLOG = "00"
004280         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
004290                 CLI-NUMERO " - FILE STATUS " WK-FS-AUDITLOG
004300     END-IF.
004310*
004320 4600-AUDITAR-RECUSA-ALCADA-EXIT.
004330     EXIT.
004340*
004350 5000-APLICAR-AJUSTE.
004360*----------------------------------------------------------------
004370*    APLICA O AJUSTE DIRETAMENTE NO SALDO DO CLIENTE (SEM
004380*    PASSAR PELA VERIFICACAO DE LIMITE DE CREDITO, POIS TRATA-SE
004390*    DE UMA CORRECAO AUTORIZADA PELO SUPERVISOR), GRAVA O
004400*    REGISTRO DE AUDITORIA E REGRAVA O CLIENTE NO ARQUIVO
004410*    MESTRE.
004420*----------------------------------------------------------------
004430     MOVE CLI-SALDO TO WK-SALDO-ANTERIOR-AJUSTE.
004440     ADD WK-VL-AJUSTE TO CLI-SALDO.
004450*
004460     ACCEPT WK-DATA-AJUSTE FROM DATE YYYYMMDD.
004470     MOVE WK-DATA-AJUSTE TO CLI-DATA-ULT-MOVIMENTO.
004480*
004490     IF CLI-DATA-SALDO-NEGATIVO IS NOT NUMERIC
004500         MOVE ZERO TO CLI-DATA-SALDO-NEGATIVO
004510     END-IF.
004520     IF CLI-JUROS-DEVEDOR-ACUM IS NOT NUMERIC
004530         MOVE ZERO TO CLI-JUROS-DEVEDOR-ACUM
004540     END-IF.
004550     IF CLI-SALDO IS LESS THAN ZERO
004560         IF WK-SALDO-ANTERIOR-AJUSTE IS NOT LESS THAN ZERO
004570            OR CLI-DATA-SALDO-NEGATIVO IS EQUAL TO ZERO
004580             MOVE WK-DATA-AJUSTE TO CLI-DATA-SALDO-NEGATIVO
004590             MOVE ZERO           TO CLI-JUROS-DEVEDOR-ACUM
004600         END-IF
004610     ELSE
004620         MOVE ZERO TO CLI-DATA-SALDO-NEGATIVO
004630         MOVE ZERO TO CLI-JUROS-DEVEDOR-ACUM
004640     END-IF.
004650*
004660     DISPLAY "SALDO AJUSTADO: " CLI-SALDO.
004670*
004680     PERFORM 6000-GRAVAR-AUDITORIA-AJUSTE
004690         THRU 6000-GRAVAR-AUDITORIA-AJUSTE-EXIT.
004700*
004710     REWRITE CLI-REGISTRO
004720         INVALID KEY
004730             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
004740                     CLI-NUMERO " NO ARQUIVO MESTRE."
004750     END-REWRITE.
004760*
004770 5000-APLICAR-AJUSTE-EXIT.
004780     EXIT.
004790*
004800 6000-GRAVAR-AUDITORIA-AJUSTE.
004810*----------------------------------------------------------------
004820*    GRAVA NO DIARIO DE AUDITORIA O AJUSTE DE SUPERVISOR, COM A
004830*    MATRICULA DE QUEM AUTORIZOU E O MOTIVO INFORMADO.
004840*----------------------------------------------------------------
004850     MOVE CLI-NUMERO             TO AUD-CLI-NUMERO.
004860     SET AUD-EV-AJUSTE           TO TRUE.
004870     MOVE WK-VL-AJUSTE           TO AUD-VALOR-EVENTO.
004880     MOVE WK-SALDO-ANTERIOR-AJUSTE
004890                                 TO AUD-SALDO-ANTERIOR.
004900     MOVE CLI-SALDO              TO AUD-SALDO-RESULTANTE.
004910     MOVE WK-SUPERVISOR-ID       TO AUD-USUARIO.
004920     MOVE WK-MOTIVO-AJUSTE       TO AUD-MOTIVO.
004930*
004940     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
004950     ACCEPT AUD-HORA FROM TIME.
004960*
004970     WRITE AUD-REGISTRO.
004980*
004990     IF NOT WK-FS-AUDITLOG = "00"
005000         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
005010                 CLI-NUMERO " - FILE STATUS " WK-FS-AUDITLOG
005020     END-IF.
005030*
005040 6000-GRAVAR-AUDITORIA-AJUSTE-EXIT.
005050     EXIT.
005060*
005070 8000-FINALIZAR.
005080*----------------------------------------------------------------
005090*    FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA.
005100*----------------------------------------------------------------
005110     CLOSE CLIENTES-MASTER.
005120     CLOSE ARQUIVO-AUDITORIA.
005130*
005140     SET BJP-FN-FINALIZAR TO TRUE.
005150     CALL "TOTALIZAR-BLOQUEIOS" USING BJP-PARAMETROS.
005160*
005170     SET ALC-FN-FINALIZAR TO TRUE.
005180     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
005190*
005200 8000-FINALIZAR-EXIT.
005210     EXIT.
005220*
005230 9999-FIM.
005240     STOP RUN.
