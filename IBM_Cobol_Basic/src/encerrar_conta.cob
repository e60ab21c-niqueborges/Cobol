000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ENCERRAR-CONTA.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    SUBPROGRAMA QUE CONCENTRA A REGRA DO ENCERRAMENTO DE CONTA,
000100*    PARA QUE A TRANSACAO ONLINE (MANUTENCAO-CLIENTE) E A CARGA
000110*    CADASTRAL EM LOTE (CARGA-CLIENTES-LOTE) LIQUIDEM A CONTA
000120*    EXATAMENTE DA MESMA FORMA.  PROTOCOLO DE CHAMADA EM
000130*    ENCPARM.CPY; O REGISTRO DO CLIENTE E RECEBIDO JA LIDO, COMO
000140*    EM APLICAR-MOVIMENTO, E QUEM O REGRAVA E AUDITA E O
000150*    CHAMADOR.
000160*
000170*    A LIQUIDACAO FINAL, NESTA ORDEM:
000180*      1. PAGA A REMUNERACAO PROVISIONADA E AINDA NAO
000190*         CAPITALIZADA (CLI-JUROS-CREDOR-ACUM);
000200*      2. COBRA A TARIFA DE MANUTENCAO PRO RATA DO MES DO
000210*         ENCERRAMENTO - TARIFA MENSAL DA VIGENCIA EM VIGOR
000220*         (TARPARAM) VEZES OS DIAS JA DECORRIDOS NO MES SOBRE O
000230*         MES COMERCIAL DE 30 DIAS.  COMO NA COBRANCA MENSAL,
000240*         SO A CONTA ATIVA E TARIFADA, SEM VIGENCIA NAO HA
000250*         COBRANCA, E A TARIFA FICA LIMITADA AO SALDO CREDOR
000260*         DISPONIVEL (O ENCERRAMENTO NAO CRIA SALDO DEVEDOR);
000270*      3. O SALDO QUE RESTA TEM DE SER ZERO OU, COM A
000280*         AUTORIZACAO DO CHAMADOR, E LANCADO NUM MOVIMENTO DE
000290*         LIQUIDACAO (PAGAMENTO OU TRANSFERENCIA AO CLIENTE).
000300*         SALDO DEVEDOR RECUSA O ENCERRAMENTO.
000310*    BLOQUEIO JUDICIAL VIGENTE TAMBEM RECUSA O ENCERRAMENTO.
000320*    A CONTA FICA COM SALDO, LIMITE E ACUMULADOS ZERADOS E COM
000330*    O STATUS ENCERRADO (CLI-ENCERRADO).  DEPOIS QUE O CHAMADOR
000340*    REGRAVOU E AUDITOU, A FUNCAO REGISTRAR GRAVA A LIQUIDACAO
000350*    NO CONTROLE DE ENCERRAMENTOS (ENCERRA, ENCREC.CPY), QUE
000360*    ALIMENTA O RELATORIO-ENCERRAMENTOS, E CANCELA AS INSTRUCOES
000370*    ATIVAS DA AGENDA QUE DEBITAM OU CREDITAM A CONTA.
000380*
000390*    OS ARQUIVOS SAO ABERTOS NA PRIMEIRA CHAMADA E FICAM
000400*    ABERTOS ATE A CHAMADA COM A FUNCAO FINALIZAR.
000410*----------------------------------------------------------------
000420*    HISTORICO DE ALTERACOES
000430*----------------------------------------------------------------
000440*    2026-10-15  EQC  VERSAO ORIGINAL.
000450*    2026-10-15  EQC  CONTA COM BLOQUEIO JUDICIAL VIGENTE NA
000460*                     DATA DO ENCERRAMENTO (OU COM O ARQUIVO DE
000470*                     BLOQUEIOS INDISPONIVEL) PASSA A TER O
000480*                     ENCERRAMENTO RECUSADO.
000490*----------------------------------------------------------------
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.    IBM-370.
000540 OBJECT-COMPUTER.    IBM-370.
000550*
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT ARQUIVO-TARIFAS ASSIGN TO "TARPARAM"
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WK-FS-TARPARAM.
000620*
000630     SELECT ARQUIVO-AGENDA ASSIGN TO "AGENDA"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS AGD-NUMERO
000670         FILE STATUS IS WK-FS-AGENDA.
000680*
000690     SELECT CONTROLE-ENCERRAMENTOS ASSIGN TO "ENCERRA"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS ENC-CLI-NUMERO
000730         FILE STATUS IS WK-FS-ENCERRA.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ARQUIVO-TARIFAS
000780     LABEL RECORDS ARE STANDARD.
000790     COPY TRFREC.
000800*
000810 FD  ARQUIVO-AGENDA
000820     LABEL RECORDS ARE STANDARD.
000830     COPY AGDREC.
000840*
000850 FD  CONTROLE-ENCERRAMENTOS
000860     LABEL RECORDS ARE STANDARD.
000870     COPY ENCREC.
000880*
000890 WORKING-STORAGE SECTION.
000900*
000910 77  WK-FS-TARPARAM          PIC X(02) VALUE "00".
000920     88  WK-FS-TARPARAM-OK              VALUE "00".
000930 77  WK-FS-AGENDA            PIC X(02) VALUE "00".
000940     88  WK-FS-AGENDA-OK                VALUE "00".
000950     88  WK-FS-AGENDA-INEXISTENTE       VALUE "35".
000960 77  WK-FS-ENCERRA           PIC X(02) VALUE "00".
000970     88  WK-FS-ENCERRA-OK               VALUE "00".
000980     88  WK-FS-ENCERRA-INEXISTENTE      VALUE "35".
000990*
001000 77  WK-SW-ARQUIVOS-ABERTOS  PIC X(01) VALUE "N".
001010     88  WK-ARQUIVOS-ABERTOS            VALUE "S".
001020*
001030 77  WK-SW-AGENDA-ABERTA     PIC X(01) VALUE "N".
001040     88  WK-AGENDA-ABERTA               VALUE "S".
001050*
001060 77  WK-SW-FIM-TARIFAS       PIC X(01) VALUE "N".
001070     88  WK-FIM-TARIFAS                 VALUE "S".
001080*
001090 77  WK-SW-VIGENCIA          PIC X(01) VALUE "N".
001100     88  WK-VIGENCIA-ESCOLHIDA          VALUE "S".
001110*
001120 77  WK-SW-FIM-AGENDA        PIC X(01) VALUE "N".
001130     88  WK-FIM-AGENDA                  VALUE "S".
001140*
001150 77  WK-SW-REGISTRO-PENDENTE PIC X(01) VALUE "N".
001160     88  WK-REGISTRO-PENDENTE           VALUE "S".
001170*
001180*    DATA PARA A QUAL A VIGENCIA DE TARIFAS FOI CARREGADA: A
001190*    CARGA SO E REFEITA QUANDO O CHAMADOR MUDA A DATA.
001200 77  WK-DATA-TARIFAS         PIC 9(08) VALUE ZERO.
001210 77  WK-DATA-VIGENCIA        PIC 9(08) VALUE ZERO.
001220 77  WK-VL-MANUTENCAO        PIC S9(09)V99 COMP-3 VALUE ZERO.
001230*
001240 77  WK-DIAS-MES-COMERCIAL   PIC 9(02) VALUE 30.
001250 77  WK-DIAS-COBRADOS        PIC 9(02) VALUE ZERO.
001260 77  WK-QT-CANCELADAS        PIC 9(03) VALUE ZERO.
001270*
001280 01  WK-DATA-ENCERRAMENTO    PIC 9(08) VALUE ZERO.
001290 01  WK-DATA-ENCERRAMENTO-R  REDEFINES WK-DATA-ENCERRAMENTO.
001300     05  WK-ANO-ENCERRAMENTO PIC 9(04).
001310     05  WK-MES-ENCERRAMENTO PIC 9(02).
001320     05  WK-DIA-ENCERRAMENTO PIC 9(02).
001330*
001340     COPY BJDPARM.
001350*
001360 LINKAGE SECTION.
001370*
001380     COPY CLIREC.
001390*
001400     COPY ENCPARM.
001410*
001420 PROCEDURE DIVISION USING CLI-REGISTRO
001430                          ECP-PARAMETROS.
001440*
001450 0000-MAINLINE.
001460     SET ECP-ACEITO TO TRUE.
001470     MOVE SPACES TO ECP-MOTIVO-RECUSA.
001480*
001490     IF ECP-FN-FINALIZAR
001500         PERFORM 8000-FECHAR-ARQUIVOS
001510             THRU 8000-FECHAR-ARQUIVOS-EXIT
001520         GO TO 9999-FIM
001530     END-IF.
001540*
001550     IF NOT ECP-FN-CALCULAR
001560        AND NOT ECP-FN-ENCERRAR
001570        AND NOT ECP-FN-REGISTRAR
001580         SET ECP-RECUSADO TO TRUE
001590         MOVE "FUNCAO INVALIDA NA CHAMADA" TO ECP-MOTIVO-RECUSA
001600         GO TO 9999-FIM
001610     END-IF.
001620*
001630     IF NOT WK-ARQUIVOS-ABERTOS
001640         PERFORM 1000-ABRIR-ARQUIVOS
001650             THRU 1000-ABRIR-ARQUIVOS-EXIT
001660     END-IF.
001670*
001680     IF ECP-RECUSADO
001690         GO TO 9999-FIM
001700     END-IF.
001710*
001720     IF ECP-FN-REGISTRAR
001730         PERFORM 5000-REGISTRAR-ENCERRAMENTO
001740             THRU 5000-REGISTRAR-ENCERRAMENTO-EXIT
001750         GO TO 9999-FIM
001760     END-IF.
001770*
001780     MOVE "N" TO WK-SW-REGISTRO-PENDENTE.
001790*
001800     PERFORM 2000-CALCULAR-LIQUIDACAO
001810         THRU 2000-CALCULAR-LIQUIDACAO-EXIT.
001820*
001830     IF ECP-RECUSADO
001840         GO TO 9999-FIM
001850     END-IF.
001860*
001870     IF ECP-FN-ENCERRAR
001880         PERFORM 3000-APLICAR-ENCERRAMENTO
001890             THRU 3000-APLICAR-ENCERRAMENTO-EXIT
001900     END-IF.
001910*
001920     GO TO 9999-FIM.
001930*
001940 1000-ABRIR-ARQUIVOS.
001950*----------------------------------------------------------------
001960*    ABRE OS ARQUIVOS NA PRIMEIRA CHAMADA.  O CONTROLE DE
001970*    ENCERRAMENTOS E CRIADO QUANDO AINDA NAO EXISTE (STATUS 35),
001980*    COMO O CONTROLE DE ESTORNOS; A AGENDA INEXISTENTE SO
001990*    SIGNIFICA QUE NAO HA INSTRUCOES A CANCELAR.  QUALQUER OUTRA
002000*    FALHA RECUSA O PEDIDO.
002010*----------------------------------------------------------------
002020     OPEN I-O CONTROLE-ENCERRAMENTOS.
002030     IF WK-FS-ENCERRA-INEXISTENTE
002040         OPEN OUTPUT CONTROLE-ENCERRAMENTOS
002050         CLOSE CONTROLE-ENCERRAMENTOS
002060         OPEN I-O CONTROLE-ENCERRAMENTOS
002070     END-IF.
002080*
002090     OPEN I-O ARQUIVO-AGENDA.
002100     IF WK-FS-AGENDA-OK
002110         SET WK-AGENDA-ABERTA TO TRUE
002120     END-IF.
002130*
002140     IF WK-FS-ENCERRA-OK
002150        AND (WK-FS-AGENDA-OK OR WK-FS-AGENDA-INEXISTENTE)
002160         SET WK-ARQUIVOS-ABERTOS TO TRUE
002170     ELSE
002180         DISPLAY "ENCERRAMENTO: FALHA NA ABERTURA - ENCERRA "
002190                 WK-FS-ENCERRA " AGENDA " WK-FS-AGENDA
002200         CLOSE CONTROLE-ENCERRAMENTOS
002210         IF WK-AGENDA-ABERTA
002220             CLOSE ARQUIVO-AGENDA
002230             MOVE "N" TO WK-SW-AGENDA-ABERTA
002240         END-IF
002250         SET ECP-RECUSADO TO TRUE
002260         MOVE "ARQUIVOS DO ENCERRAMENTO INACESSIVEIS"
002270             TO ECP-MOTIVO-RECUSA
002280     END-IF.
002290*
002300 1000-ABRIR-ARQUIVOS-EXIT.
002310     EXIT.
002320*
002330 1100-CARREGAR-TARIFAS.
002340*----------------------------------------------------------------
002350*    LE O ARQUIVO DE PARAMETROS TARPARAM E GUARDA A TARIFA DE
002360*    MANUTENCAO DA VIGENCIA DE MAIOR DATA QUE NAO SEJA POSTERIOR
002370*    A DATA DO ENCERRAMENTO (EMPATE DE DATA: VALE O ULTIMO
002380*    REGISTRO GRAVADO, COMO NA COBRANCA-TARIFAS).  ARQUIVO
002390*    INDISPONIVEL RECUSA O ENCERRAMENTO: ENCERRAR SEM A TARIFA
002400*    DEVIDA NAO TERIA COMO SER CORRIGIDO DEPOIS.
002410*----------------------------------------------------------------
002420     MOVE "N" TO WK-SW-VIGENCIA.
002430     MOVE "N" TO WK-SW-FIM-TARIFAS.
002440     MOVE ZERO TO WK-DATA-VIGENCIA.
002450     MOVE ZERO TO WK-VL-MANUTENCAO.
002460     MOVE ZERO TO WK-DATA-TARIFAS.
002470*
002480     OPEN INPUT ARQUIVO-TARIFAS.
002490*
002500     IF NOT WK-FS-TARPARAM-OK
002510         DISPLAY "ENCERRAMENTO: ARQUIVO DE TARIFAS TARPARAM "
002520                 "INDISPONIVEL - FILE STATUS " WK-FS-TARPARAM
002530         SET ECP-RECUSADO TO TRUE
002540         MOVE "PARAMETROS DE TARIFAS INDISPONIVEIS"
002550             TO ECP-MOTIVO-RECUSA
002560         GO TO 1100-CARREGAR-TARIFAS-EXIT
002570     END-IF.
002580*
002590     PERFORM 1110-LER-TARIFA
002600         THRU 1110-LER-TARIFA-EXIT
002610         UNTIL WK-FIM-TARIFAS.
002620*
002630     CLOSE ARQUIVO-TARIFAS.
002640*
002650     IF ECP-ACEITO
002660         MOVE WK-DATA-ENCERRAMENTO TO WK-DATA-TARIFAS
002670     END-IF.
002680*
002690 1100-CARREGAR-TARIFAS-EXIT.
002700     EXIT.
002710*
002720 1110-LER-TARIFA.
002730*----------------------------------------------------------------
002740*    LE UM REGISTRO DO ARQUIVO DE PARAMETROS E, QUANDO ELE E A
002750*    MELHOR VIGENCIA ATE AGORA PARA A DATA DO ENCERRAMENTO,
002760*    GUARDA A TARIFA DE MANUTENCAO.
002770*----------------------------------------------------------------
002780     READ ARQUIVO-TARIFAS
002790         AT END
002800             SET WK-FIM-TARIFAS TO TRUE
002810             GO TO 1110-LER-TARIFA-EXIT
002820     END-READ.
002830*
002840     IF NOT WK-FS-TARPARAM-OK
002850         DISPLAY "ENCERRAMENTO: ERRO AO LER O ARQUIVO DE TARIFAS "
002860                 "- FILE STATUS " WK-FS-TARPARAM
002870         SET ECP-RECUSADO TO TRUE
002880         MOVE "ERRO AO LER OS PARAMETROS DE TARIFAS"
002890             TO ECP-MOTIVO-RECUSA
002900         SET WK-FIM-TARIFAS TO TRUE
002910         GO TO 1110-LER-TARIFA-EXIT
002920     END-IF.
002930*
002940     IF TRF-DATA-INICIO-VIGENCIA
002950            IS GREATER THAN WK-DATA-ENCERRAMENTO
002960         GO TO 1110-LER-TARIFA-EXIT
002970     END-IF.
002980*
002990     IF WK-VIGENCIA-ESCOLHIDA
003000        AND TRF-DATA-INICIO-VIGENCIA
003010             IS LESS THAN WK-DATA-VIGENCIA
003020         GO TO 1110-LER-TARIFA-EXIT
003030     END-IF.
003040*
003050     SET WK-VIGENCIA-ESCOLHIDA TO TRUE.
003060     MOVE TRF-DATA-INICIO-VIGENCIA TO WK-DATA-VIGENCIA.
003070     MOVE TRF-VL-MANUTENCAO-MENSAL TO WK-VL-MANUTENCAO.
003080*
003090 1110-LER-TARIFA-EXIT.
003100     EXIT.
003110*
003120 2000-CALCULAR-LIQUIDACAO.
003130*----------------------------------------------------------------
003140*    CONFERE SE A CONTA PODE SER ENCERRADA E CALCULA A
003150*    LIQUIDACAO FINAL: REMUNERACAO A PAGAR, TARIFA PRO RATA E
003160*    O VALOR A LIQUIDAR PARA QUE O SALDO FECHE EM ZERO.  CONTA
003170*    COM BLOQUEIO JUDICIAL VIGENTE NAO E ENCERRADA: O SALDO
003180*    RETIDO NAO PODE SER LIQUIDADO AO CLIENTE, E SEM O ARQUIVO
003190*    DE BLOQUEIOS NAO HA COMO GARANTIR QUE NAO HAJA RETENCAO.
003200*----------------------------------------------------------------
003210     MOVE ZERO TO ECP-SALDO-ANTERIOR.
003220     MOVE ZERO TO ECP-LIMITE-ANTERIOR.
003230     MOVE ZERO TO ECP-VL-REMUNERACAO.
003240     MOVE ZERO TO ECP-SALDO-APOS-REMUNER.
003250     MOVE ZERO TO ECP-VL-TARIFA.
003260     MOVE ZERO TO ECP-SALDO-APOS-TARIFA.
003270     MOVE ZERO TO ECP-VL-LIQUIDACAO.
003280     MOVE ZERO TO ECP-QT-AGENDAMENTOS.
003290*
003300     IF CLI-ENCERRADO
003310         SET ECP-RECUSADO TO TRUE
003320         MOVE "CONTA JA ENCERRADA" TO ECP-MOTIVO-RECUSA
003330         GO TO 2000-CALCULAR-LIQUIDACAO-EXIT
003340     END-IF.
003350*
003360     MOVE ECP-DATA-ENCERRAMENTO TO WK-DATA-ENCERRAMENTO.
003370     IF WK-DATA-ENCERRAMENTO IS NOT NUMERIC
003380        OR WK-MES-ENCERRAMENTO IS LESS THAN 1
003390        OR WK-MES-ENCERRAMENTO IS GREATER THAN 12
003400        OR WK-DIA-ENCERRAMENTO IS LESS THAN 1
003410        OR WK-DIA-ENCERRAMENTO IS GREATER THAN 31
003420         SET ECP-RECUSADO TO TRUE
003430         MOVE "DATA DE ENCERRAMENTO INVALIDA" TO ECP-MOTIVO-RECUSA
003440         GO TO 2000-CALCULAR-LIQUIDACAO-EXIT
003450     END-IF.
003460*
003470     SET BJP-FN-TOTALIZAR       TO TRUE.
003480     MOVE CLI-NUMERO            TO BJP-CLI-NUMERO.
003490     MOVE WK-DATA-ENCERRAMENTO  TO BJP-DATA-REFERENCIA.
003500     CALL "TOTALIZAR-BLOQUEIOS" USING BJP-PARAMETROS.
003510*
003520     IF BJP-CONTROLE-INDISPONIVEL
003530         SET ECP-RECUSADO TO TRUE
003540         MOVE "ARQUIVO DE BLOQUEIOS INACESSIVEL"
003550             TO ECP-MOTIVO-RECUSA
003560         GO TO 2000-CALCULAR-LIQUIDACAO-EXIT
003570     END-IF.
003580*
003590     IF BJP-QT-BLOQUEIOS IS GREATER THAN ZERO
003600         SET ECP-RECUSADO TO TRUE
003610         MOVE "CONTA COM BLOQUEIO JUDICIAL ATIVO"
003620             TO ECP-MOTIVO-RECUSA
003630         GO TO 2000-CALCULAR-LIQUIDACAO-EXIT
003640     END-IF.
003650*
003660     IF WK-DATA-ENCERRAMENTO IS NOT EQUAL TO WK-DATA-TARIFAS
003670         PERFORM 1100-CARREGAR-TARIFAS
003680             THRU 1100-CARREGAR-TARIFAS-EXIT
003690         IF ECP-RECUSADO
003700             GO TO 2000-CALCULAR-LIQUIDACAO-EXIT
003710         END-IF
003720     END-IF.
003730*
003740     MOVE CLI-SALDO          TO ECP-SALDO-ANTERIOR.
003750     MOVE CLI-LIMITE-CREDITO TO ECP-LIMITE-ANTERIOR.
003760*
003770     IF CLI-JUROS-CREDOR-ACUM IS NUMERIC
003780        AND CLI-JUROS-CREDOR-ACUM IS GREATER THAN ZERO
003790         MOVE CLI-JUROS-CREDOR-ACUM TO ECP-VL-REMUNERACAO
003800     END-IF.
003810     COMPUTE ECP-SALDO-APOS-REMUNER =
003820             CLI-SALDO + ECP-VL-REMUNERACAO.
003830*
003840     IF ECP-SALDO-APOS-REMUNER IS LESS THAN ZERO
003850         SET ECP-RECUSADO TO TRUE
003860         MOVE "SALDO DEVEDOR - REGULARIZE ANTES DO ENCERRAMENTO"
003870             TO ECP-MOTIVO-RECUSA
003880         GO TO 2000-CALCULAR-LIQUIDACAO-EXIT
003890     END-IF.
003900*
003910     IF CLI-ATIVO
003920        AND WK-VIGENCIA-ESCOLHIDA
003930         PERFORM 2100-CALCULAR-TARIFA
003940             THRU 2100-CALCULAR-TARIFA-EXIT
003950     END-IF.
003960     COMPUTE ECP-SALDO-APOS-TARIFA =
003970             ECP-SALDO-APOS-REMUNER - ECP-VL-TARIFA.
003980*
003990     COMPUTE ECP-VL-LIQUIDACAO = ECP-SALDO-APOS-TARIFA * -1.
004000*
004010     IF ECP-FN-ENCERRAR
004020        AND ECP-VL-LIQUIDACAO IS NOT EQUAL TO ZERO
004030        AND NOT ECP-LIQUIDA-SALDO
004040         SET ECP-RECUSADO TO TRUE
004050         MOVE "SALDO REMANESCENTE SEM AUTORIZACAO DE LIQUIDACAO"
004060             TO ECP-MOTIVO-RECUSA
004070     END-IF.
004080*
004090 2000-CALCULAR-LIQUIDACAO-EXIT.
004100     EXIT.
004110*
004120 2100-CALCULAR-TARIFA.
004130*----------------------------------------------------------------
004140*    TARIFA DE MANUTENCAO PRO RATA: DIAS DECORRIDOS NO MES DO
004150*    ENCERRAMENTO (NO MAXIMO 30) SOBRE O MES COMERCIAL, LIMITADA
004160*    AO SALDO CREDOR DEPOIS DA REMUNERACAO.
004170*----------------------------------------------------------------
004180     MOVE WK-DIA-ENCERRAMENTO TO WK-DIAS-COBRADOS.
004190     IF WK-DIAS-COBRADOS IS GREATER THAN WK-DIAS-MES-COMERCIAL
004200         MOVE WK-DIAS-MES-COMERCIAL TO WK-DIAS-COBRADOS
004210     END-IF.
004220*
004230     COMPUTE ECP-VL-TARIFA ROUNDED =
004240             WK-VL-MANUTENCAO * WK-DIAS-COBRADOS
004250                 / WK-DIAS-MES-COMERCIAL.
004260*
004270     IF ECP-VL-TARIFA IS GREATER THAN ECP-SALDO-APOS-REMUNER
004280         MOVE ECP-SALDO-APOS-REMUNER TO ECP-VL-TARIFA
004290     END-IF.
004300*
004310 2100-CALCULAR-TARIFA-EXIT.
004320     EXIT.
004330*
004340 3000-APLICAR-ENCERRAMENTO.
004350*----------------------------------------------------------------
004360*    APLICA A LIQUIDACAO AO REGISTRO DO CLIENTE RECEBIDO E
004370*    PREPARA O REGISTRO DO CONTROLE DE ENCERRAMENTOS, GRAVADO SO
004380*    NA FUNCAO REGISTRAR, DEPOIS QUE O CHAMADOR REGRAVOU O
004390*    CLIENTE E AUDITOU A OPERACAO.
004400*----------------------------------------------------------------
004410     MOVE CLI-NUMERO            TO ENC-CLI-NUMERO.
004420     MOVE CLI-NOME              TO ENC-NOME.
004430     MOVE WK-DATA-ENCERRAMENTO  TO ENC-DATA-ENCERRAMENTO.
004440     ACCEPT ENC-HORA-ENCERRAMENTO FROM TIME.
004450     MOVE ECP-USUARIO           TO ENC-USUARIO.
004460     MOVE ECP-ORIGEM            TO ENC-ORIGEM.
004470     MOVE CLI-STATUS            TO ENC-STATUS-ANTERIOR.
004480     MOVE ECP-SALDO-ANTERIOR    TO ENC-SALDO-ANTERIOR.
004490     MOVE ECP-LIMITE-ANTERIOR   TO ENC-LIMITE-ANTERIOR.
004500     MOVE ECP-VL-REMUNERACAO    TO ENC-VL-REMUNERACAO.
004510     MOVE ECP-VL-TARIFA         TO ENC-VL-TARIFA.
004520     MOVE ECP-VL-LIQUIDACAO     TO ENC-VL-LIQUIDACAO.
004530     MOVE ZERO                  TO ENC-QT-AGENDAMENTOS.
004540     MOVE ECP-MOTIVO            TO ENC-MOTIVO.
004550*
004560     MOVE ZERO TO CLI-SALDO.
004570     MOVE ZERO TO CLI-LIMITE-CREDITO.
004580     MOVE ZERO TO CLI-JUROS-CREDOR-ACUM.
004590     MOVE ZERO TO CLI-DATA-SALDO-NEGATIVO.
004600     MOVE ZERO TO CLI-JUROS-DEVEDOR-ACUM.
004610     MOVE WK-DATA-ENCERRAMENTO TO CLI-DATA-ULT-MOVIMENTO.
004620     SET CLI-ENCERRADO TO TRUE.
004630*
004640     SET WK-REGISTRO-PENDENTE TO TRUE.
004650*
004660 3000-APLICAR-ENCERRAMENTO-EXIT.
004670     EXIT.
004680*
004690 5000-REGISTRAR-ENCERRAMENTO.
004700*----------------------------------------------------------------
004710*    CANCELA AS INSTRUCOES DA AGENDA E GRAVA O CONTROLE DE
004720*    ENCERRAMENTOS DO CLIENTE ENCERRADO NA CHAMADA ANTERIOR.
004730*----------------------------------------------------------------
004740     IF NOT WK-REGISTRO-PENDENTE
004750        OR CLI-NUMERO IS NOT EQUAL TO ENC-CLI-NUMERO
004760        OR NOT CLI-ENCERRADO
004770         SET ECP-RECUSADO TO TRUE
004780         MOVE "NENHUM ENCERRAMENTO PENDENTE DE REGISTRO"
004790             TO ECP-MOTIVO-RECUSA
004800         GO TO 5000-REGISTRAR-ENCERRAMENTO-EXIT
004810     END-IF.
004820*
004830     MOVE "N" TO WK-SW-REGISTRO-PENDENTE.
004840*
004850     MOVE ZERO TO WK-QT-CANCELADAS.
004860     IF WK-AGENDA-ABERTA
004870         PERFORM 5100-CANCELAR-AGENDAMENTOS
004880             THRU 5100-CANCELAR-AGENDAMENTOS-EXIT
004890     END-IF.
004900     MOVE WK-QT-CANCELADAS TO ECP-QT-AGENDAMENTOS.
004910     MOVE WK-QT-CANCELADAS TO ENC-QT-AGENDAMENTOS.
004920*
004930     WRITE ENC-REGISTRO
004940         INVALID KEY
004950             SET ECP-RECUSADO TO TRUE
004960             MOVE "CONTA JA CONSTA NO CONTROLE DE ENCERRAMENTOS"
004970                 TO ECP-MOTIVO-RECUSA
004980             GO TO 5000-REGISTRAR-ENCERRAMENTO-EXIT
004990     END-WRITE.
005000*
005010     IF NOT WK-FS-ENCERRA-OK
005020         SET ECP-RECUSADO TO TRUE
005030         MOVE "ERRO AO GRAVAR O CONTROLE DE ENCERRAMENTOS"
005040             TO ECP-MOTIVO-RECUSA
005050     END-IF.
005060*
005070 5000-REGISTRAR-ENCERRAMENTO-EXIT.
005080     EXIT.
005090*
005100 5100-CANCELAR-AGENDAMENTOS.
005110*----------------------------------------------------------------
005120*    PERCORRE A AGENDA E CANCELA AS INSTRUCOES ATIVAS EM QUE O
005130*    CLIENTE ENCERRADO E O DEBITADO OU O CREDITADO.
005140*----------------------------------------------------------------
005150     MOVE "N" TO WK-SW-FIM-AGENDA.
005160     MOVE ZERO TO AGD-NUMERO.
005170     START ARQUIVO-AGENDA KEY IS NOT LESS THAN AGD-NUMERO
005180         INVALID KEY
005190             GO TO 5100-CANCELAR-AGENDAMENTOS-EXIT
005200     END-START.
005210*
005220     PERFORM 5110-CANCELAR-INSTRUCAO
005230         THRU 5110-CANCELAR-INSTRUCAO-EXIT
005240         UNTIL WK-FIM-AGENDA.
005250*
005260 5100-CANCELAR-AGENDAMENTOS-EXIT.
005270     EXIT.
005280*
005290 5110-CANCELAR-INSTRUCAO.
005300*----------------------------------------------------------------
005310*    LE A PROXIMA INSTRUCAO E, SE ATIVA E LIGADA AO CLIENTE
005320*    ENCERRADO, PASSA O STATUS PARA CANCELADO.
005330*----------------------------------------------------------------
005340     READ ARQUIVO-AGENDA NEXT RECORD
005350         AT END
005360             SET WK-FIM-AGENDA TO TRUE
005370             GO TO 5110-CANCELAR-INSTRUCAO-EXIT
005380     END-READ.
005390*
005400     IF NOT WK-FS-AGENDA-OK
005410         DISPLAY "ENCERRAMENTO: ERRO AO LER A AGENDA - FILE "
005420                 "STATUS " WK-FS-AGENDA
005430         SET WK-FIM-AGENDA TO TRUE
005440         GO TO 5110-CANCELAR-INSTRUCAO-EXIT
005450     END-IF.
005460*
005470     IF NOT AGD-ATIVO
005480         GO TO 5110-CANCELAR-INSTRUCAO-EXIT
005490     END-IF.
005500*
005510     IF AGD-CLI-NUMERO IS NOT EQUAL TO ENC-CLI-NUMERO
005520        AND AGD-CLI-CREDITO IS NOT EQUAL TO ENC-CLI-NUMERO
005530         GO TO 5110-CANCELAR-INSTRUCAO-EXIT
005540     END-IF.
005550*
005560     SET AGD-CANCELADO TO TRUE.
005570     REWRITE AGD-REGISTRO.
005580*
005590     IF WK-FS-AGENDA-OK
005600         ADD 1 TO WK-QT-CANCELADAS
005610     ELSE
005620         DISPLAY "ENCERRAMENTO: ERRO AO CANCELAR A INSTRUCAO "
005630                 AGD-NUMERO " - FILE STATUS " WK-FS-AGENDA
005640     END-IF.
005650*
005660 5110-CANCELAR-INSTRUCAO-EXIT.
005670     EXIT.
005680*
005690 8000-FECHAR-ARQUIVOS.
005700*----------------------------------------------------------------
005710*    FECHA OS ARQUIVOS ABERTOS NA PRIMEIRA CHAMADA.
005720*----------------------------------------------------------------
005730     IF WK-ARQUIVOS-ABERTOS
005740         CLOSE CONTROLE-ENCERRAMENTOS
005750         IF WK-AGENDA-ABERTA
005760             CLOSE ARQUIVO-AGENDA
005770             MOVE "N" TO WK-SW-AGENDA-ABERTA
005780         END-IF
005790         MOVE "N" TO WK-SW-ARQUIVOS-ABERTOS
005800     END-IF.
005810*
005820     SET BJP-FN-FINALIZAR TO TRUE.
005830     CALL "TOTALIZAR-BLOQUEIOS" USING BJP-PARAMETROS.
005840*
005850 8000-FECHAR-ARQUIVOS-EXIT.
005860     EXIT.
005870*
005880 9999-FIM.
005890     EXIT PROGRAM.
