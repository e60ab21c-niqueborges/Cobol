000090*    TRANSACAO ONLINE DE MANUTENCAO DO CADASTRO DE CLIENTES
000100*    (ARQUIVO MESTRE CLIMSTR): INCLUSAO DE UM NOVO CLIENTE,
000110*    ALTERACAO DE NOME E LIMITE DE CREDITO E BLOQUEIO OU
000120*    DESBLOQUEIO DA CONTA (CLI-STATUS), ENCERRAMENTO DA
000130*    CONTA E TRANSFERENCIA DA CONTA PARA OUTRA AGENCIA
000140*    (CLI-AGENCIA).  TODA ACAO E GRAVADA NO DIARIO DE AUDITORIA
000150*    (AUDITLOG) COM A MATRICULA DO OPERADOR RESPONSAVEL, PARA
000160*    QUE UMA MUDANCA DE LIMITE DE CREDITO SEJA TAO RASTREAVEL
000170*    QUANTO UMA MUDANCA DE SALDO.
000180*
000190*    CADA EXECUCAO ATENDE UMA UNICA ACAO (UM CLIENTE), DA
000200*    MESMA FORMA QUE ATUALIZAR-SALDO ATENDE UM UNICO MOVIMENTO
000210*    POR EXECUCAO.  A CARGA EM LOTE DOS ARQUIVOS DE ABERTURA
000220*    DE CONTA DAS AGENCIAS E FEITA PELO PROGRAMA IRMAO
000230*    CARGA-CLIENTES-LOTE, QUE APLICA AS MESMAS REGRAS.
000240*
000250*    O ENCERRAMENTO DA CONTA LIQUIDA E ENCERRA A CONTA EM UMA SO
000260*    OPERACAO AUDITADA; A REGRA DA LIQUIDACAO ESTA NO SUBPROGRAMA
000270*    ENCERRAR-CONTA, COMPARTILHADO COM A CARGA EM LOTE.
000280*----------------------------------------------------------------
000290*    HISTORICO DE ALTERACOES
000300*----------------------------------------------------------------
000310*    2026-08-22  EQC  VERSAO ORIGINAL.
000320*    2026-09-02  EQC  PASSA A MANTER A REFERENCIA CRUZADA DE
000330*                     NOMES (NOMEXREF, XRFREC.CPY), USADA PELA
000340*                     LOCALIZACAO DE CLIENTE PELO NOME
000350*                     (CONSULTA-CLIENTE-NOME): A INCLUSAO
000360*                     GRAVA O NOME NOVO E A ALTERACAO DE NOME
000370*                     APAGA O ANTIGO E GRAVA O NOVO.  FALHA NA
000380*                     REFERENCIA NAO IMPEDE A MANUTENCAO DO
000390*                     MESTRE (GERA-XREF-NOMES A RECONSTROI).
000400*    2026-10-15  EQC  NOVA ACAO DE ENCERRAMENTO DA CONTA (E),
000410*                     VIA SUBPROGRAMA ENCERRAR-CONTA: PAGA A
000420*                     REMUNERACAO PROVISIONADA, COBRA A TARIFA
000430*                     PRO RATA, LIQUIDA O SALDO CONFIRMADO PELO
000440*                     OPERADOR E AUDITA CADA PASSO.  CONTA
000450*                     ENCERRADA NAO PODE SER ALTERADA, BLOQUEADA
000460*                     NEM DESBLOQUEADA.
000470*    2026-10-15  EQC  A MATRICULA DO OPERADOR PASSA A SER
000480*                     CONFERIDA NO CADASTRO DE OPERADORES (VIA
000490*                     VERIFICAR-ALCADA) ANTES DE QUALQUER ACAO, E
000500*                     O AUMENTO DE LIMITE DE CREDITO TAMBEM NA
000510*                     ALCADA DO OPERADOR.  AUMENTO ACIMA DO VALOR
000520*                     DE DUPLA APROVACAO NAO E APLICADO: VAI PARA
000530*                     O ARQUIVO DE PENDENCIAS E SO ENTRA NO MESTRE
000540*                     QUANDO OUTRA MATRICULA APROVAR
000550*                     (APROVACAO-PENDENCIA).
000560*    2026-10-15  EQC  A INCLUSAO PEDE A AGENCIA DONA DA CONTA
000570*                     (CLI-AGENCIA), OBRIGATORIA.  NOVA ACAO DE
000580*                     TRANSFERENCIA DE AGENCIA (T), NA ALCADA DO
000590*                     SUPERVISOR, AUDITADA COM A AGENCIA ANTERIOR
000600*                     E A NOVA NO MOTIVO.
000610*----------------------------------------------------------------
000620*
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.    IBM-370.
000660 OBJECT-COMPUTER.    IBM-370.
000670*
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS CLI-NUMERO
000740         FILE STATUS IS WK-FS-CLIMSTR.
000750*
000760     SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITLOG"
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WK-FS-AUDITLOG.
000800*
000810     SELECT REFERENCIA-NOMES ASSIGN TO "NOMEXREF"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS XRF-CHAVE
000850         FILE STATUS IS WK-FS-NOMEXREF.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CLIENTES-MASTER
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CLIREC.
000920*
000930 FD  ARQUIVO-AUDITORIA
000940     LABEL RECORDS ARE STANDARD.
000950     COPY AUDREC.
000960*
000970 FD  REFERENCIA-NOMES
000980     LABEL RECORDS ARE STANDARD.
000990     COPY XRFREC.
001000*
001010 WORKING-STORAGE SECTION.
001020*
001030 77  WK-FS-CLIMSTR               PIC X(02) VALUE "00".
001040     88  WK-FS-OK                            VALUE "00".
001050     88  WK-FS-NAO-ENCONTRADO                VALUE "23".
001060     88  WK-FS-JA-EXISTE                     VALUE "22".
001070*
001080 77  WK-FS-AUDITLOG              PIC X(02) VALUE "00".
001090*
001100 77  WK-FS-NOMEXREF              PIC X(02) VALUE "00".
001110     88  WK-FS-NOMEXREF-OK                   VALUE "00".
001120     88  WK-FS-NOMEXREF-INEXISTENTE          VALUE "35".
001130*
001140 77  WK-SW-XREF                  PIC X(01) VALUE "N".
001150     88  WK-XREF-DISPONIVEL                  VALUE "S".
001160*
001170 77  WK-NOME-ANTERIOR            PIC X(30) VALUE SPACES.
001180*
001190 77  WK-CLI-NUMERO-INFORMADO     PIC 9(09) VALUE ZERO.
001200*
001210 77  WK-ACAO                     PIC X(01) VALUE SPACE.
001220     88  WK-ACAO-INCLUSAO                     VALUE "I".
001230     88  WK-ACAO-ALTERACAO                    VALUE "A".
001240     88  WK-ACAO-BLOQUEIO                     VALUE "B".
001250     88  WK-ACAO-DESBLOQUEIO                  VALUE "D".
001260     88  WK-ACAO-ENCERRAMENTO                 VALUE "E".
001270     88  WK-ACAO-TRANSFERENCIA                VALUE "T".
001280     88  WK-ACAO-VALIDA                       VALUE "I" "A"
001290                                                    "B" "D"
001300                                                   "E" "T".
001310*
001320 77  WK-SW-PROSSEGUIR            PIC X(01) VALUE "S".
001330     88  WK-PROSSEGUIR                        VALUE "S".
001340     88  WK-NAO-PROSSEGUIR                    VALUE "N".
001350*
001360 77  WK-SW-LIMITE                PIC X(01) VALUE "N".
001370     88  WK-LIMITE-VALIDO                     VALUE "S".
001380     88  WK-LIMITE-INVALIDO                   VALUE "N".
001390*
001400 77  WK-OPERADOR-ID              PIC X(08) VALUE SPACES.
001410 77  WK-NOME-INFORMADO           PIC X(30) VALUE SPACES.
001420 77  WK-AGENCIA-INFORMADA        PIC X(08) VALUE SPACES.
001430 77  WK-LIMITE-DIGITOS           PIC 9(09)V99 VALUE ZERO.
001440 77  WK-VL-LIMITE                PIC S9(09)V99 COMP-3 VALUE ZERO.
001450 77  WK-LIMITE-ANTERIOR          PIC S9(09)V99 COMP-3 VALUE ZERO.
001460 77  WK-DATA-HOJE                PIC 9(08) VALUE ZERO.
001470 77  WK-MOTIVO-ACAO              PIC X(40) VALUE SPACES.
001480*
001490 77  WK-SW-CONFIRMA-ENCERRAMENTO PIC X(01) VALUE "N".
001500     88  WK-CONFIRMA-ENCERRAMENTO-SIM         VALUE "S".
001510*
001520 77  WK-VALOR-EDITADO            PIC -ZZZZZZZZ9.99.
001530*
001540 77  WK-SW-DESTINO-LIMITE        PIC X(01) VALUE "S".
001550     88  WK-LIMITE-IMEDIATO                   VALUE "S".
001560     88  WK-LIMITE-PENDENTE                   VALUE "P".
001570     88  WK-LIMITE-RECUSADO                   VALUE "R".
001580*
001590 77  WK-VL-AUMENTO-LIMITE  PIC S9(09)V99 COMP-3 VALUE ZERO.
001600 77  WK-VL-LIMITE-SOLICITADO
001610                           PIC S9(09)V99 COMP-3 VALUE ZERO.
001620*
001630*    MOTIVO AUDITADO DA TRANSFERENCIA DE AGENCIA.
001640 01  WK-MOTIVO-TRANSFERENCIA.
001650     05  FILLER                  PIC X(15)
001660                                 VALUE "TRANSF AGENCIA ".
001670     05  WK-MTR-AGENCIA-ANTERIOR PIC X(08).
001680     05  FILLER                  PIC X(06) VALUE " PARA ".
001690     05  WK-MTR-AGENCIA-NOVA     PIC X(08).
001700     05  FILLER                  PIC X(03) VALUE SPACES.
001710*
001720     COPY ENCPARM.
001730     COPY ALCPARM.
001740*
001750 PROCEDURE DIVISION.
001760*
001770 0000-MAINLINE.
001780     PERFORM 1000-INICIALIZAR
001790         THRU 1000-INICIALIZAR-EXIT.
001800*
001810     IF WK-PROSSEGUIR
001820         EVALUATE TRUE
001830             WHEN WK-ACAO-INCLUSAO
001840                 PERFORM 2000-INCLUIR-CLIENTE
001850                     THRU 2000-INCLUIR-CLIENTE-EXIT
001860             WHEN WK-ACAO-ALTERACAO
001870                 PERFORM 3000-ALTERAR-CLIENTE
001880                     THRU 3000-ALTERAR-CLIENTE-EXIT
001890             WHEN WK-ACAO-BLOQUEIO
001900                 PERFORM 4000-BLOQUEAR-CLIENTE
001910                     THRU 4000-BLOQUEAR-CLIENTE-EXIT
001920             WHEN WK-ACAO-DESBLOQUEIO
001930                 PERFORM 5000-DESBLOQUEAR-CLIENTE
001940                     THRU 5000-DESBLOQUEAR-CLIENTE-EXIT
001950             WHEN WK-ACAO-ENCERRAMENTO
001960                 PERFORM 5500-ENCERRAR-CLIENTE
001970                     THRU 5500-ENCERRAR-CLIENTE-EXIT
001980             WHEN WK-ACAO-TRANSFERENCIA
001990                 PERFORM 5800-TRANSFERIR-AGENCIA
002000                     THRU 5800-TRANSFERIR-AGENCIA-EXIT
002010         END-EVALUATE
002020     END-IF.
002030*
002040     PERFORM 8000-FINALIZAR
002050         THRU 8000-FINALIZAR-EXIT.
002060*
002070     GO TO 9999-FIM.
002080*
002090 1000-INICIALIZAR.
002100*----------------------------------------------------------------
002110*    ABRE OS ARQUIVOS, OBTEM A ACAO DESEJADA, O NUMERO DO
002120*    CLIENTE E A MATRICULA DO OPERADOR RESPONSAVEL PELA ACAO.
002130*----------------------------------------------------------------
002140     OPEN I-O CLIENTES-MASTER.
002150     OPEN EXTEND ARQUIVO-AUDITORIA.
002160*
002170     PERFORM 1300-ABRIR-REFERENCIA
002180         THRU 1300-ABRIR-REFERENCIA-EXIT.
002190*
002200     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
002210*
002220     PERFORM 1100-LER-ACAO
002230         THRU 1100-LER-ACAO-EXIT
002240         UNTIL WK-ACAO-VALIDA.
002250*
002260     DISPLAY "NUMERO DO CLIENTE: ".
002270     ACCEPT WK-CLI-NUMERO-INFORMADO.
002280*
002290     MOVE SPACES TO WK-OPERADOR-ID.
002300     PERFORM 1200-LER-OPERADOR
002310         THRU 1200-LER-OPERADOR-EXIT
002320         UNTIL WK-OPERADOR-ID IS NOT EQUAL TO SPACES.
002330*
002340     PERFORM 1400-VERIFICAR-OPERADOR
002350         THRU 1400-VERIFICAR-OPERADOR-EXIT.
002360*
002370 1000-INICIALIZAR-EXIT.
002380     EXIT.
002390*
002400 1100-LER-ACAO.
002410*----------------------------------------------------------------
002420*    SOLICITA A ACAO DE MANUTENCAO DESEJADA, REPETINDO A
002430*    PERGUNTA ATE QUE UMA ACAO VALIDA SEJA INFORMADA.
002440*----------------------------------------------------------------
002450     DISPLAY "ACAO (I=INCLUSAO, A=ALTERACAO, B=BLOQUEIO, "
002460             "D=DESBLOQUEIO, E=ENCERRAMENTO, "
002470             "T=TRANSFERENCIA DE AGENCIA): ".
002480     ACCEPT WK-ACAO.
002490*
002500     IF NOT WK-ACAO-VALIDA
002510         DISPLAY "ACAO INVALIDA - DIGITE I, A, B, D, E OU T."
002520     END-IF.
002530*
002540 1100-LER-ACAO-EXIT.
002550     EXIT.
002560*
002570 1200-LER-OPERADOR.
002580*----------------------------------------------------------------
002590*    SOLICITA A MATRICULA DO OPERADOR RESPONSAVEL PELA ACAO;
002600*    NAO ACEITA MATRICULA EM BRANCO.
002610*----------------------------------------------------------------
002620     DISPLAY "MATRICULA DO OPERADOR: ".
002630     ACCEPT WK-OPERADOR-ID.
002640*
002650     IF WK-OPERADOR-ID EQUAL TO SPACES
002660         DISPLAY "MATRICULA DO OPERADOR E OBRIGATORIA."
002670     END-IF.
002680*
002690 1200-LER-OPERADOR-EXIT.
002700     EXIT.
002710*
002720 1300-ABRIR-REFERENCIA.
002730*----------------------------------------------------------------
002740*    ABRE A REFERENCIA CRUZADA DE NOMES, CRIANDO-A NA PRIMEIRA
002750*    EXECUCAO (STATUS 35).  QUALQUER OUTRA FALHA DEIXA A
002760*    REFERENCIA FORA DESTA EXECUCAO, COM AVISO: A MANUTENCAO
002770*    DO MESTRE SEGUE E O GERA-XREF-NOMES REALINHA DEPOIS.
002780*----------------------------------------------------------------
002790     OPEN I-O REFERENCIA-NOMES.
002800     EVALUATE TRUE
002810         WHEN WK-FS-NOMEXREF-OK
002820             SET WK-XREF-DISPONIVEL TO TRUE
002830         WHEN WK-FS-NOMEXREF-INEXISTENTE
002840             OPEN OUTPUT REFERENCIA-NOMES
002850             CLOSE REFERENCIA-NOMES
002860             OPEN I-O REFERENCIA-NOMES
002870             SET WK-XREF-DISPONIVEL TO TRUE
002880         WHEN OTHER
002890             DISPLAY "AVISO: REFERENCIA DE NOMES INDISPONIVEL "
002900                     "(FILE STATUS " WK-FS-NOMEXREF ") - "
002910                     "EXECUTE O GERAXREF PARA REALINHAR."
002920     END-EVALUATE.
002930*
002940 1300-ABRIR-REFERENCIA-EXIT.
002950     EXIT.
002960*
002970 1400-VERIFICAR-OPERADOR.
002980*----------------------------------------------------------------
002990*    CONFERE NO CADASTRO DE OPERADORES SE A MATRICULA INFORMADA
003000*    ESTA ATIVA; MATRICULA DESCONHECIDA OU REVOGADA NAO EXECUTA
003010*    NENHUMA ACAO.  A TRANSFERENCIA DE AGENCIA EXIGE PERFIL DE
003020*    SUPERVISOR.
003030*----------------------------------------------------------------
003040     SET ALC-FN-VERIFICAR    TO TRUE.
003050     IF WK-ACAO-TRANSFERENCIA
003060         SET ALC-EXIGE-SUPERVISOR TO TRUE
003070     ELSE
003080         SET ALC-EXIGE-OPERADOR   TO TRUE
003090     END-IF.
003100     MOVE WK-OPERADOR-ID     TO ALC-OPERADOR-ID.
003110     MOVE ZERO               TO ALC-VALOR.
003120     MOVE WK-DATA-HOJE       TO ALC-DATA-REFERENCIA.
003130     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
003140*
003150     IF NOT ALC-ACEITO
003160         DISPLAY "ACAO RECUSADA - " ALC-MOTIVO-RECUSA
003170         SET WK-NAO-PROSSEGUIR TO TRUE
003180     END-IF.
003190*
003200 1400-VERIFICAR-OPERADOR-EXIT.
003210     EXIT.
003220*
003230 2000-INCLUIR-CLIENTE.
003240*----------------------------------------------------------------
003250*    INCLUI UM NOVO CLIENTE NO ARQUIVO MESTRE: OBTEM NOME,
003260*    AGENCIA DONA DA CONTA E LIMITE DE CREDITO, GRAVA O
003270*    REGISTRO COM SALDO ZERO E
003280*    STATUS ATIVO E REGISTRA A INCLUSAO NO DIARIO DE
003290*    AUDITORIA.  LIMITE ACIMA DO VALOR DE DUPLA APROVACAO
003300*    DEIXA O CLIENTE COM LIMITE ZERO E O LIMITE PEDIDO
003310*    PENDENTE DE APROVACAO.
003320*----------------------------------------------------------------
003330     DISPLAY "NOME DO CLIENTE: ".
003340     ACCEPT WK-NOME-INFORMADO.
003350*
003360     IF WK-NOME-INFORMADO EQUAL TO SPACES
003370         DISPLAY "NOME E OBRIGATORIO NA INCLUSAO - ACAO "
003380                 "CANCELADA."
003390         GO TO 2000-INCLUIR-CLIENTE-EXIT
003400     END-IF.
003410*
003420     DISPLAY "AGENCIA DA CONTA: ".
003430     ACCEPT WK-AGENCIA-INFORMADA.
003440*
003450     IF WK-AGENCIA-INFORMADA EQUAL TO SPACES
003460         DISPLAY "AGENCIA E OBRIGATORIA NA INCLUSAO - ACAO "
003470                 "CANCELADA."
003480         GO TO 2000-INCLUIR-CLIENTE-EXIT
003490     END-IF.
003500*
003510     SET WK-LIMITE-INVALIDO TO TRUE.
003520     PERFORM 6000-LER-E-VALIDAR-LIMITE
003530         THRU 6000-LER-E-VALIDAR-LIMITE-EXIT
003540         UNTIL WK-LIMITE-VALIDO.
003550*
003560     MOVE ZERO TO WK-LIMITE-ANTERIOR.
003570*
003580     PERFORM 6100-VERIFICAR-AUMENTO-LIMITE
003590         THRU 6100-VERIFICAR-AUMENTO-LIMITE-EXIT.
003600*
003610     IF WK-LIMITE-RECUSADO
003620         DISPLAY "INCLUSAO CANCELADA."
003630         GO TO 2000-INCLUIR-CLIENTE-EXIT
003640     END-IF.
003650*
003660     IF WK-LIMITE-PENDENTE
003670         MOVE WK-VL-LIMITE TO WK-VL-LIMITE-SOLICITADO
003680         MOVE ZERO         TO WK-VL-LIMITE
003690     END-IF.
003700*
003710     MOVE WK-CLI-NUMERO-INFORMADO TO CLI-NUMERO.
003720     MOVE WK-NOME-INFORMADO       TO CLI-NOME.
003730     MOVE ZERO                    TO CLI-SALDO.
003740     MOVE WK-VL-LIMITE            TO CLI-LIMITE-CREDITO.
003750     MOVE WK-DATA-HOJE            TO CLI-DATA-ULT-MOVIMENTO.
003760     SET CLI-ATIVO                TO TRUE.
003770     MOVE ZERO                    TO CLI-ULT-SEQ-MOVIMENTO-LOTE.
003780     MOVE ZERO                    TO CLI-DATA-MOVIMENTO-LOTE.
003790     MOVE ZERO                    TO CLI-JUROS-CREDOR-ACUM.
003800     MOVE ZERO                    TO CLI-DATA-ULT-PROVISAO.
003810     MOVE ZERO                    TO CLI-DATA-SALDO-NEGATIVO.
003820     MOVE ZERO                    TO CLI-JUROS-DEVEDOR-ACUM.
003830     MOVE WK-AGENCIA-INFORMADA    TO CLI-AGENCIA.
003840*
003850     WRITE CLI-REGISTRO
003860         INVALID KEY
003870             DISPLAY "CLIENTE " WK-CLI-NUMERO-INFORMADO
003880                     " JA EXISTE NO ARQUIVO MESTRE - INCLUSAO "
003890                     "CANCELADA."
003900             GO TO 2000-INCLUIR-CLIENTE-EXIT
003910     END-WRITE.
003920*
003930     DISPLAY "CLIENTE " WK-CLI-NUMERO-INFORMADO
003940             " INCLUIDO COM SUCESSO.".
003950*
003960     MOVE "INCLUSAO DE CLIENTE" TO WK-MOTIVO-ACAO.
003970     PERFORM 7000-GRAVAR-AUDITORIA-CADASTRO
003980         THRU 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
003990*
004000     PERFORM 7500-INCLUIR-REFERENCIA
004010         THRU 7500-INCLUIR-REFERENCIA-EXIT.
004020*
004030     IF WK-LIMITE-PENDENTE
004040         MOVE "INCLUSAO DE CLIENTE" TO ALC-MOTIVO
004050         PERFORM 6200-REGISTRAR-PENDENCIA-LIMITE
004060             THRU 6200-REGISTRAR-PENDENCIA-LIMITE-EXIT
004070     END-IF.
004080*
004090 2000-INCLUIR-CLIENTE-EXIT.
004100     EXIT.
004110*
004120 3000-ALTERAR-CLIENTE.
004130*----------------------------------------------------------------
004140*    ALTERA NOME E/OU LIMITE DE CREDITO DE UM CLIENTE JA
004150*    CADASTRADO.  NOME EM BRANCO SIGNIFICA MANTER O NOME
004160*    ATUAL; O LIMITE INFORMADO SUBSTITUI O LIMITE VIGENTE E A
004170*    MUDANCA E REGISTRADA NO DIARIO DE AUDITORIA COM O LIMITE
004180*    ANTIGO E O NOVO.  AUMENTO ACIMA DO VALOR DE DUPLA
004190*    APROVACAO MANTEM O LIMITE ATUAL (SO O NOME E ALTERADO) E
004200*    O LIMITE PEDIDO FICA PENDENTE DE APROVACAO.
004210*----------------------------------------------------------------
004220     PERFORM 6500-LOCALIZAR-CLIENTE
004230         THRU 6500-LOCALIZAR-CLIENTE-EXIT.
004240*
004250     IF WK-NAO-PROSSEGUIR
004260         GO TO 3000-ALTERAR-CLIENTE-EXIT
004270     END-IF.
004280*
004290     IF CLI-ENCERRADO
004300         DISPLAY "CLIENTE " CLI-NUMERO " ESTA COM A CONTA "
004310                 "ENCERRADA - ALTERACAO CANCELADA."
004320         GO TO 3000-ALTERAR-CLIENTE-EXIT
004330     END-IF.
004340*
004350     DISPLAY "NOME ATUAL........: " CLI-NOME.
004360     MOVE CLI-NOME TO WK-NOME-ANTERIOR.
004370     DISPLAY "NOVO NOME (BRANCO = MANTER): ".
004380     ACCEPT WK-NOME-INFORMADO.
004390*
004400     IF WK-NOME-INFORMADO NOT EQUAL TO SPACES
004410         MOVE WK-NOME-INFORMADO TO CLI-NOME
004420     END-IF.
004430*
004440     DISPLAY "LIMITE ATUAL......: " CLI-LIMITE-CREDITO.
004450     MOVE CLI-LIMITE-CREDITO TO WK-LIMITE-ANTERIOR.
004460*
004470     SET WK-LIMITE-INVALIDO TO TRUE.
004480     PERFORM 6000-LER-E-VALIDAR-LIMITE
004490         THRU 6000-LER-E-VALIDAR-LIMITE-EXIT
004500         UNTIL WK-LIMITE-VALIDO.
004510*
004520     PERFORM 6100-VERIFICAR-AUMENTO-LIMITE
004530         THRU 6100-VERIFICAR-AUMENTO-LIMITE-EXIT.
004540*
004550     IF WK-LIMITE-RECUSADO
004560         DISPLAY "ALTERACAO CANCELADA."
004570         GO TO 3000-ALTERAR-CLIENTE-EXIT
004580     END-IF.
004590*
004600     IF WK-LIMITE-PENDENTE
004610         MOVE WK-VL-LIMITE       TO WK-VL-LIMITE-SOLICITADO
004620         MOVE WK-LIMITE-ANTERIOR TO WK-VL-LIMITE
004630         MOVE "ALTERACAO DE LIMITE DE CREDITO" TO ALC-MOTIVO
004640         PERFORM 6200-REGISTRAR-PENDENCIA-LIMITE
004650             THRU 6200-REGISTRAR-PENDENCIA-LIMITE-EXIT
004660         IF WK-NOME-INFORMADO IS EQUAL TO SPACES
004670            OR WK-NOME-INFORMADO IS EQUAL TO WK-NOME-ANTERIOR
004680             GO TO 3000-ALTERAR-CLIENTE-EXIT
004690         END-IF
004700     END-IF.
004710*
004720     MOVE WK-VL-LIMITE TO CLI-LIMITE-CREDITO.
004730*
004740     REWRITE CLI-REGISTRO
004750         INVALID KEY
004760             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
004770                     CLI-NUMERO " NO ARQUIVO MESTRE."
004780             GO TO 3000-ALTERAR-CLIENTE-EXIT
004790     END-REWRITE.
004800*
004810     DISPLAY "CLIENTE " WK-CLI-NUMERO-INFORMADO
004820             " ALTERADO COM SUCESSO.".
004830*
004840     MOVE "ALTERACAO DE NOME/LIMITE DE CREDITO"
004850                               TO WK-MOTIVO-ACAO.
004860     PERFORM 7000-GRAVAR-AUDITORIA-CADASTRO
004870         THRU 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
004880*
004890     IF WK-NOME-INFORMADO IS NOT EQUAL TO SPACES
004900        AND WK-NOME-INFORMADO IS NOT EQUAL TO WK-NOME-ANTERIOR
004910         PERFORM 7600-ATUALIZAR-REFERENCIA
004920             THRU 7600-ATUALIZAR-REFERENCIA-EXIT
004930     END-IF.
004940*
004950 3000-ALTERAR-CLIENTE-EXIT.
004960     EXIT.
004970*
004980 4000-BLOQUEAR-CLIENTE.
004990*----------------------------------------------------------------
005000*    BLOQUEIA A CONTA DE UM CLIENTE JA CADASTRADO (CLI-STATUS
005010*    PASSA DE ATIVO PARA BLOQUEADO) E REGISTRA O BLOQUEIO NO
005020*    DIARIO DE AUDITORIA.
005030*----------------------------------------------------------------
005040     PERFORM 6500-LOCALIZAR-CLIENTE
005050         THRU 6500-LOCALIZAR-CLIENTE-EXIT.
005060*
005070     IF WK-NAO-PROSSEGUIR
005080         GO TO 4000-BLOQUEAR-CLIENTE-EXIT
005090     END-IF.
005100*
005110     IF CLI-BLOQUEADO
005120         DISPLAY "CLIENTE " CLI-NUMERO " JA ESTA BLOQUEADO."
005130         GO TO 4000-BLOQUEAR-CLIENTE-EXIT
005140     END-IF.
005150*
005160     IF CLI-ENCERRADO
005170         DISPLAY "CLIENTE " CLI-NUMERO " ESTA COM A CONTA "
005180                 "ENCERRADA - BLOQUEIO CANCELADO."
005190         GO TO 4000-BLOQUEAR-CLIENTE-EXIT
005200     END-IF.
005210*
005220     SET CLI-BLOQUEADO TO TRUE.
005230     MOVE CLI-LIMITE-CREDITO TO WK-LIMITE-ANTERIOR.
005240     MOVE CLI-LIMITE-CREDITO TO WK-VL-LIMITE.
005250*
005260     REWRITE CLI-REGISTRO
005270         INVALID KEY
005280             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
005290                     CLI-NUMERO " NO ARQUIVO MESTRE."
005300             GO TO 4000-BLOQUEAR-CLIENTE-EXIT
005310     END-REWRITE.
005320*
005330     DISPLAY "CLIENTE " WK-CLI-NUMERO-INFORMADO
005340             " BLOQUEADO COM SUCESSO.".
005350*
005360     MOVE "BLOQUEIO DA CONTA" TO WK-MOTIVO-ACAO.
005370     PERFORM 7000-GRAVAR-AUDITORIA-CADASTRO
005380         THRU 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
005390*
005400 4000-BLOQUEAR-CLIENTE-EXIT.
005410     EXIT.
005420*
005430 5000-DESBLOQUEAR-CLIENTE.
005440*----------------------------------------------------------------
005450*    DESBLOQUEIA A CONTA DE UM CLIENTE JA CADASTRADO
005460*    (CLI-STATUS VOLTA DE BLOQUEADO PARA ATIVO) E REGISTRA O
005470*    DESBLOQUEIO NO DIARIO DE AUDITORIA.
005480*----------------------------------------------------------------
005490     PERFORM 6500-LOCALIZAR-CLIENTE
005500         THRU 6500-LOCALIZAR-CLIENTE-EXIT.
005510*
005520     IF WK-NAO-PROSSEGUIR
005530         GO TO 5000-DESBLOQUEAR-CLIENTE-EXIT
005540     END-IF.
005550*
005560     IF CLI-ATIVO
005570         DISPLAY "CLIENTE " CLI-NUMERO " JA ESTA ATIVO."
005580         GO TO 5000-DESBLOQUEAR-CLIENTE-EXIT
005590     END-IF.
005600*
005610     IF CLI-ENCERRADO
005620         DISPLAY "CLIENTE " CLI-NUMERO " ESTA COM A CONTA "
005630                 "ENCERRADA - DESBLOQUEIO CANCELADO."
005640         GO TO 5000-DESBLOQUEAR-CLIENTE-EXIT
005650     END-IF.
005660*
005670     SET CLI-ATIVO TO TRUE.
005680     MOVE CLI-LIMITE-CREDITO TO WK-LIMITE-ANTERIOR.
005690     MOVE CLI-LIMITE-CREDITO TO WK-VL-LIMITE.
005700*
005710     REWRITE CLI-REGISTRO
005720         INVALID KEY
005730             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
005740                     CLI-NUMERO " NO ARQUIVO MESTRE."
005750             GO TO 5000-DESBLOQUEAR-CLIENTE-EXIT
005760     END-REWRITE.
005770*
005780     DISPLAY "CLIENTE " WK-CLI-NUMERO-INFORMADO
005790             " DESBLOQUEADO COM SUCESSO.".
005800*
005810     MOVE "DESBLOQUEIO DA CONTA" TO WK-MOTIVO-ACAO.
005820     PERFORM 7000-GRAVAR-AUDITORIA-CADASTRO
005830         THRU 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
005840*
005850 5000-DESBLOQUEAR-CLIENTE-EXIT.
005860     EXIT.
005870*
005880 5500-ENCERRAR-CLIENTE.
005890*----------------------------------------------------------------
005900*    ENCERRA A CONTA DE UM CLIENTE JA CADASTRADO: PEDE AO
005910*    SUBPROGRAMA A LIQUIDACAO FINAL, EXIBE-A PARA CONFERENCIA E,
005920*    CONFIRMADA PELO OPERADOR (A CONFIRMACAO AUTORIZA O
005930*    PAGAMENTO DO SALDO REMANESCENTE), APLICA-A, REGRAVA O
005940*    CLIENTE E AUDITA CADA PASSO.  SO DEPOIS DA REGRAVACAO
005950*    ACEITA O ENCERRAMENTO E REGISTRADO NO CONTROLE E AS
005960*    INSTRUCOES DA AGENDA SAO CANCELADAS.
005970*----------------------------------------------------------------
005980     PERFORM 6500-LOCALIZAR-CLIENTE
005990         THRU 6500-LOCALIZAR-CLIENTE-EXIT.
006000*
006010     IF WK-NAO-PROSSEGUIR
006020         GO TO 5500-ENCERRAR-CLIENTE-EXIT
006030     END-IF.
006040*
006050     SET ECP-FN-CALCULAR     TO TRUE.
006060     MOVE WK-DATA-HOJE       TO ECP-DATA-ENCERRAMENTO.
006070     MOVE WK-OPERADOR-ID     TO ECP-USUARIO.
006080     SET ECP-ORIGEM-ONLINE   TO TRUE.
006090     MOVE "N"                TO ECP-LIQUIDAR-SALDO.
006100     MOVE SPACES             TO ECP-MOTIVO.
006110*
006120     CALL "ENCERRAR-CONTA" USING CLI-REGISTRO
006130                                 ECP-PARAMETROS.
006140*
006150     IF ECP-RECUSADO
006160         DISPLAY "ENCERRAMENTO NAO PERMITIDO: " ECP-MOTIVO-RECUSA
006170         GO TO 5500-ENCERRAR-CLIENTE-EXIT
006180     END-IF.
006190*
006200     DISPLAY "-------------------------------------------------".
006210     DISPLAY "CLIENTE...........: " CLI-NUMERO " " CLI-NOME.
006220     MOVE ECP-SALDO-ANTERIOR TO WK-VALOR-EDITADO.
006230     DISPLAY "SALDO ATUAL.......: " WK-VALOR-EDITADO.
006240     MOVE ECP-VL-REMUNERACAO TO WK-VALOR-EDITADO.
006250     DISPLAY "REMUNER. A PAGAR...: " WK-VALOR-EDITADO.
006260     MOVE ECP-VL-TARIFA TO WK-VALOR-EDITADO.
006270     DISPLAY "TARIFA PRO RATA...: " WK-VALOR-EDITADO.
006280     MOVE ECP-SALDO-APOS-TARIFA TO WK-VALOR-EDITADO.
006290     DISPLAY "SALDO A PAGAR.....: " WK-VALOR-EDITADO.
006300     DISPLAY "-------------------------------------------------".
006310*
006320     DISPLAY "CONFIRMA O ENCERRAMENTO E O PAGAMENTO DO SALDO "
006330             "(S/N)? ".
006340     ACCEPT WK-SW-CONFIRMA-ENCERRAMENTO.
006350*
006360     IF NOT WK-CONFIRMA-ENCERRAMENTO-SIM
006370         DISPLAY "ENCERRAMENTO CANCELADO PELO OPERADOR."
006380         GO TO 5500-ENCERRAR-CLIENTE-EXIT
006390     END-IF.
006400*
006410     DISPLAY "MOTIVO DO ENCERRAMENTO: ".
006420     ACCEPT ECP-MOTIVO.
006430*
006440     SET ECP-FN-ENCERRAR     TO TRUE.
006450     SET ECP-LIQUIDA-SALDO   TO TRUE.
006460*
006470     CALL "ENCERRAR-CONTA" USING CLI-REGISTRO
006480                                 ECP-PARAMETROS.
006490*
006500     IF ECP-RECUSADO
006510         DISPLAY "ENCERRAMENTO RECUSADO: " ECP-MOTIVO-RECUSA
006520         GO TO 5500-ENCERRAR-CLIENTE-EXIT
006530     END-IF.
006540*
006550     REWRITE CLI-REGISTRO
006560         INVALID KEY
006570             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
006580                     CLI-NUMERO " NO ARQUIVO MESTRE."
006590             GO TO 5500-ENCERRAR-CLIENTE-EXIT
006600     END-REWRITE.
006610*
006620     DISPLAY "CLIENTE " WK-CLI-NUMERO-INFORMADO
006630             " ENCERRADO COM SUCESSO.".
006640*
006650     PERFORM 5600-AUDITAR-LIQUIDACAO
006660         THRU 5600-AUDITAR-LIQUIDACAO-EXIT.
006670*
006680     MOVE ECP-LIMITE-ANTERIOR TO WK-LIMITE-ANTERIOR.
006690     MOVE ZERO                TO WK-VL-LIMITE.
006700     MOVE "ENCERRAMENTO DA CONTA" TO WK-MOTIVO-ACAO.
006710     PERFORM 7000-GRAVAR-AUDITORIA-CADASTRO
006720         THRU 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
006730*
006740     SET ECP-FN-REGISTRAR TO TRUE.
006750     CALL "ENCERRAR-CONTA" USING CLI-REGISTRO
006760                                 ECP-PARAMETROS.
006770*
006780     IF ECP-RECUSADO
006790         DISPLAY "AVISO: " ECP-MOTIVO-RECUSA
006800     ELSE
006810         DISPLAY "INSTRUCOES DA AGENDA CANCELADAS: "
006820                 ECP-QT-AGENDAMENTOS
006830     END-IF.
006840*
006850 5500-ENCERRAR-CLIENTE-EXIT.
006860     EXIT.
006870*
006880 5600-AUDITAR-LIQUIDACAO.
006890*----------------------------------------------------------------
006900*    GRAVA NO DIARIO DE AUDITORIA OS EVENTOS DE SALDO DA
006910*    LIQUIDACAO FINAL, ENCADEADOS PELO SALDO: A REMUNERACAO
006920*    PAGA, A TARIFA PRO RATA E O MOVIMENTO DE LIQUIDACAO QUE
006930*    ZERA O SALDO (CADA UM SO QUANDO DIFERENTE DE ZERO), COM OS
006940*    MESMOS TIPOS E SINAIS DA CAPITALIZACAO, DA COBRANCA DE
006950*    TARIFAS E DA POSTAGEM.
006960*----------------------------------------------------------------
006970     IF ECP-VL-REMUNERACAO IS NOT EQUAL TO ZERO
006980         SET AUD-EV-REMUNERACAO      TO TRUE
006990         MOVE ECP-VL-REMUNERACAO     TO AUD-VALOR-EVENTO
007000         MOVE ECP-SALDO-ANTERIOR     TO AUD-SALDO-ANTERIOR
007010         MOVE ECP-SALDO-APOS-REMUNER TO AUD-SALDO-RESULTANTE
007020         MOVE "REMUNERACAO PAGA NO ENCERRAMENTO" TO AUD-MOTIVO
007030         PERFORM 7100-GRAVAR-AUDITORIA-SALDO
007040             THRU 7100-GRAVAR-AUDITORIA-SALDO-EXIT
007050     END-IF.
007060*
007070     IF ECP-VL-TARIFA IS NOT EQUAL TO ZERO
007080         SET AUD-EV-TARIFA           TO TRUE
007090         MOVE ECP-VL-TARIFA          TO AUD-VALOR-EVENTO
007100         MOVE ECP-SALDO-APOS-REMUNER TO AUD-SALDO-ANTERIOR
007110         MOVE ECP-SALDO-APOS-TARIFA  TO AUD-SALDO-RESULTANTE
007120         MOVE "TARIFA PRO RATA NO ENCERRAMENTO" TO AUD-MOTIVO
007130         PERFORM 7100-GRAVAR-AUDITORIA-SALDO
007140             THRU 7100-GRAVAR-AUDITORIA-SALDO-EXIT
007150     END-IF.
007160*
007170     IF ECP-VL-LIQUIDACAO IS NOT EQUAL TO ZERO
007180         SET AUD-EV-MOVIMENTO        TO TRUE
007190         MOVE ECP-VL-LIQUIDACAO      TO AUD-VALOR-EVENTO
007200         MOVE ECP-SALDO-APOS-TARIFA  TO AUD-SALDO-ANTERIOR
007210         MOVE ZERO                   TO AUD-SALDO-RESULTANTE
007220         MOVE "LIQUIDACAO DO SALDO NO ENCERRAMENTO" TO AUD-MOTIVO
007230         PERFORM 7100-GRAVAR-AUDITORIA-SALDO
007240             THRU 7100-GRAVAR-AUDITORIA-SALDO-EXIT
007250     END-IF.
007260*
007270 5600-AUDITAR-LIQUIDACAO-EXIT.
007280     EXIT.
007290*
007300 5800-TRANSFERIR-AGENCIA.
007310*----------------------------------------------------------------
007320*    TRANSFERE A CONTA DE UM CLIENTE JA CADASTRADO PARA OUTRA
007330*    AGENCIA (CLI-AGENCIA) E REGISTRA A TRANSFERENCIA NO DIARIO
007340*    DE AUDITORIA COM A AGENCIA ANTERIOR E A NOVA NO MOTIVO.
007350*    CONTA ENCERRADA NAO E TRANSFERIDA.
007360*----------------------------------------------------------------
007370     PERFORM 6500-LOCALIZAR-CLIENTE
007380         THRU 6500-LOCALIZAR-CLIENTE-EXIT.
007390*
007400     IF WK-NAO-PROSSEGUIR
007410         GO TO 5800-TRANSFERIR-AGENCIA-EXIT
007420     END-IF.
007430*
007440     IF CLI-ENCERRADO
007450         DISPLAY "CLIENTE " CLI-NUMERO " ESTA COM A CONTA "
007460                 "ENCERRADA - TRANSFERENCIA CANCELADA."
007470         GO TO 5800-TRANSFERIR-AGENCIA-EXIT
007480     END-IF.
007490*
007500     DISPLAY "AGENCIA ATUAL.....: " CLI-AGENCIA.
007510     DISPLAY "NOVA AGENCIA: ".
007520     ACCEPT WK-AGENCIA-INFORMADA.
007530*
007540     IF WK-AGENCIA-INFORMADA EQUAL TO SPACES
007550         DISPLAY "NOVA AGENCIA NAO INFORMADA - TRANSFERENCIA "
007560                 "CANCELADA."
007570         GO TO 5800-TRANSFERIR-AGENCIA-EXIT
007580     END-IF.
007590*
007600     IF WK-AGENCIA-INFORMADA IS EQUAL TO CLI-AGENCIA
007610         DISPLAY "A CONTA JA PERTENCE A AGENCIA "
007620                 WK-AGENCIA-INFORMADA " - TRANSFERENCIA "
007630                 "CANCELADA."
007640         GO TO 5800-TRANSFERIR-AGENCIA-EXIT
007650     END-IF.
007660*
007670     MOVE CLI-LIMITE-CREDITO   TO WK-LIMITE-ANTERIOR.
007680     MOVE CLI-LIMITE-CREDITO   TO WK-VL-LIMITE.
007690     MOVE CLI-AGENCIA          TO WK-MTR-AGENCIA-ANTERIOR.
007700     MOVE WK-AGENCIA-INFORMADA TO WK-MTR-AGENCIA-NOVA.
007710     MOVE WK-AGENCIA-INFORMADA TO CLI-AGENCIA.
007720*
007730     REWRITE CLI-REGISTRO
007740         INVALID KEY
007750             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
007760                     CLI-NUMERO " NO ARQUIVO MESTRE."
007770             GO TO 5800-TRANSFERIR-AGENCIA-EXIT
007780     END-REWRITE.
007790*
007800     DISPLAY "CLIENTE " WK-CLI-NUMERO-INFORMADO
007810             " TRANSFERIDO PARA A AGENCIA "
007820             WK-AGENCIA-INFORMADA ".".
007830*
007840     MOVE WK-MOTIVO-TRANSFERENCIA TO WK-MOTIVO-ACAO.
007850     PERFORM 7000-GRAVAR-AUDITORIA-CADASTRO
007860         THRU 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
007870*
007880 5800-TRANSFERIR-AGENCIA-EXIT.
007890     EXIT.
007900*
007910 6000-LER-E-VALIDAR-LIMITE.
007920*----------------------------------------------------------------
007930*    LE O LIMITE DE CREDITO NO FORMATO DE 11 DIGITOS (9
007940*    INTEIROS E 2 DECIMAIS, SEM PONTO) E VALIDA O FORMATO
007950*    NUMERICO ANTES DE ACEITAR O VALOR.  O LIMITE E SEMPRE
007960*    INFORMADO SEM SINAL (VALOR ABSOLUTO DO CREDITO
007970*    CONCEDIDO).
007980*----------------------------------------------------------------
007990     DISPLAY "LIMITE DE CREDITO (9 INTEIROS + 2 DECIMAIS, SEM "
008000             "PONTO, EX: 00000015000 = 150.00): ".
008010     ACCEPT WK-LIMITE-DIGITOS.
008020*
008030     IF WK-LIMITE-DIGITOS IS NOT NUMERIC
008040         DISPLAY "VALOR NAO NUMERICO - TENTE NOVAMENTE."
008050         GO TO 6000-LER-E-VALIDAR-LIMITE-EXIT
008060     END-IF.
008070*
008080     MOVE WK-LIMITE-DIGITOS TO WK-VL-LIMITE.
008090     SET WK-LIMITE-VALIDO TO TRUE.
008100*
008110 6000-LER-E-VALIDAR-LIMITE-EXIT.
008120     EXIT.
008130*
008140 6100-VERIFICAR-AUMENTO-LIMITE.
008150*----------------------------------------------------------------
008160*    CLASSIFICA O NOVO LIMITE (WK-VL-LIMITE) EM RELACAO AO
008170*    ANTERIOR (WK-LIMITE-ANTERIOR): REDUCAO OU MANUTENCAO E
008180*    APLICADA NA HORA; AUMENTO PRECISA CABER NA ALCADA DO
008190*    OPERADOR (SENAO E RECUSADO) E, SE PASSAR DO VALOR DE DUPLA
008200*    APROVACAO EM VIGOR HOJE, FICA PENDENTE DE APROVACAO.
008210*----------------------------------------------------------------
008220     SET WK-LIMITE-IMEDIATO TO TRUE.
008230     COMPUTE WK-VL-AUMENTO-LIMITE =
008240             WK-VL-LIMITE - WK-LIMITE-ANTERIOR.
008250*
008260     IF WK-VL-AUMENTO-LIMITE IS NOT GREATER THAN ZERO
008270         GO TO 6100-VERIFICAR-AUMENTO-LIMITE-EXIT
008280     END-IF.
008290*
008300     SET ALC-FN-VERIFICAR    TO TRUE.
008310     SET ALC-EXIGE-OPERADOR  TO TRUE.
008320     MOVE WK-OPERADOR-ID     TO ALC-OPERADOR-ID.
008330     MOVE WK-VL-AUMENTO-LIMITE
008340                             TO ALC-VALOR.
008350     MOVE WK-DATA-HOJE       TO ALC-DATA-REFERENCIA.
008360     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
008370*
008380     IF NOT ALC-ACEITO
008390         DISPLAY "AUMENTO DE LIMITE RECUSADO - "
008400                 ALC-MOTIVO-RECUSA
008410         SET WK-LIMITE-RECUSADO TO TRUE
008420         GO TO 6100-VERIFICAR-AUMENTO-LIMITE-EXIT
008430     END-IF.
008440*
008450     SET ALC-FN-LIMIARES TO TRUE.
008460     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
008470*
008480     IF WK-VL-AUMENTO-LIMITE
008490          IS GREATER THAN ALC-VL-LIMIAR-AUMENTO
008500         SET WK-LIMITE-PENDENTE TO TRUE
008510     END-IF.
008520*
008530 6100-VERIFICAR-AUMENTO-LIMITE-EXIT.
008540     EXIT.
008550*
008560 6200-REGISTRAR-PENDENCIA-LIMITE.
008570*----------------------------------------------------------------
008580*    GRAVA NO ARQUIVO DE PENDENCIAS O LIMITE PEDIDO
008590*    (WK-VL-LIMITE-SOLICITADO) E O LIMITE QUE FICOU NO MESTRE
008600*    (WK-VL-LIMITE), QUE A APROVACAO CONFERE ANTES DE APLICAR.
008610*    O MOTIVO JA VEM EM ALC-MOTIVO.
008620*----------------------------------------------------------------
008630     SET ALC-FN-PENDENCIA    TO TRUE.
008640     SET ALC-PEDIDO-LIMITE   TO TRUE.
008650     MOVE WK-OPERADOR-ID     TO ALC-OPERADOR-ID.
008660     MOVE WK-DATA-HOJE       TO ALC-DATA-REFERENCIA.
008670     MOVE WK-CLI-NUMERO-INFORMADO
008680                             TO ALC-CLI-NUMERO.
008690     MOVE WK-VL-LIMITE-SOLICITADO
008700                             TO ALC-VL-PEDIDO.
008710     MOVE WK-VL-LIMITE       TO ALC-LIMITE-ANTERIOR.
008720     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
008730*
008740     IF ALC-ACEITO
008750         MOVE WK-VL-LIMITE-SOLICITADO TO WK-VALOR-EDITADO
008760         DISPLAY "LIMITE DE " WK-VALOR-EDITADO
008770                 " ACIMA DO VALOR DE DUPLA APROVACAO - PENDENCIA "
008780                 WK-DATA-HOJE "-" ALC-SEQUENCIA-PENDENCIA
008790         DISPLAY "O LIMITE SO SERA ALTERADO QUANDO OUTRA "
008800                 "MATRICULA APROVAR, AINDA HOJE."
008810     ELSE
008820         DISPLAY "PEDIDO DE LIMITE NAO REGISTRADO - "
008830                 ALC-MOTIVO-RECUSA
008840     END-IF.
008850*
008860 6200-REGISTRAR-PENDENCIA-LIMITE-EXIT.
008870     EXIT.
008880*
008890 6500-LOCALIZAR-CLIENTE.
008900*----------------------------------------------------------------
008910*    LOCALIZA O CLIENTE INFORMADO NO ARQUIVO MESTRE PARA AS
008920*    ACOES QUE EXIGEM UM CLIENTE JA CADASTRADO (ALTERACAO,
008930*    BLOQUEIO, DESBLOQUEIO E ENCERRAMENTO).
008940*----------------------------------------------------------------
008950     SET WK-PROSSEGUIR TO TRUE.
008960*
008970     MOVE WK-CLI-NUMERO-INFORMADO TO CLI-NUMERO.
008980     READ CLIENTES-MASTER
008990         INVALID KEY
009000             DISPLAY "CLIENTE " WK-CLI-NUMERO-INFORMADO
009010                     " NAO ENCONTRADO NO ARQUIVO MESTRE."
009020             SET WK-NAO-PROSSEGUIR TO TRUE
009030     END-READ.
009040*
009050 6500-LOCALIZAR-CLIENTE-EXIT.
009060     EXIT.
009070*
009080 7000-GRAVAR-AUDITORIA-CADASTRO.
009090*----------------------------------------------------------------
009100*    GRAVA NO DIARIO DE AUDITORIA A ACAO CADASTRAL EXECUTADA,
009110*    COM A MATRICULA DO OPERADOR E, NOS CAMPOS DE SALDO, O
009120*    LIMITE DE CREDITO ANTERIOR E O RESULTANTE (VEJA O
009130*    COMENTARIO EM AUDREC.CPY).  USA AS COPIAS DE WORKING-
009140*    STORAGE DOS CAMPOS, POIS A AREA DO REGISTRO DO ARQUIVO
009150*    MESTRE NAO E MAIS CONFIAVEL DEPOIS DO WRITE/REWRITE.
009160*----------------------------------------------------------------
009170     MOVE WK-CLI-NUMERO-INFORMADO
009180                                 TO AUD-CLI-NUMERO.
009190     SET AUD-EV-CADASTRO         TO TRUE.
009200     MOVE WK-VL-LIMITE           TO AUD-VALOR-EVENTO.
009210     MOVE WK-LIMITE-ANTERIOR     TO AUD-SALDO-ANTERIOR.
009220     MOVE WK-VL-LIMITE           TO AUD-SALDO-RESULTANTE.
009230     MOVE WK-OPERADOR-ID         TO AUD-USUARIO.
009240     MOVE WK-MOTIVO-ACAO         TO AUD-MOTIVO.
009250*
009260     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
009270     ACCEPT AUD-HORA FROM TIME.
009280*
009290     WRITE AUD-REGISTRO.
009300*
009310     IF NOT WK-FS-AUDITLOG = "00"
009320         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
009330                 WK-CLI-NUMERO-INFORMADO
009340                 " - FILE STATUS " WK-FS-AUDITLOG
009350     END-IF.
009360*
009370 7000-GRAVAR-AUDITORIA-CADASTRO-EXIT.
009380     EXIT.
009390*
009400 7100-GRAVAR-AUDITORIA-SALDO.
009410*----------------------------------------------------------------
009420*    COMPLETA E GRAVA NO DIARIO DE AUDITORIA UM EVENTO DE SALDO
009430*    DO ENCERRAMENTO, CUJOS TIPO, VALORES E MOTIVO JA FORAM
009440*    PREENCHIDOS PELO 5600-AUDITAR-LIQUIDACAO.
009450*----------------------------------------------------------------
009460     MOVE WK-CLI-NUMERO-INFORMADO
009470                                 TO AUD-CLI-NUMERO.
009480     MOVE WK-OPERADOR-ID         TO AUD-USUARIO.
009490*
009500     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
009510     ACCEPT AUD-HORA FROM TIME.
009520*
009530     WRITE AUD-REGISTRO.
009540*
009550     IF NOT WK-FS-AUDITLOG = "00"
009560         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
009570                 WK-CLI-NUMERO-INFORMADO
009580                 " - FILE STATUS " WK-FS-AUDITLOG
009590     END-IF.
009600*
009610 7100-GRAVAR-AUDITORIA-SALDO-EXIT.
009620     EXIT.
009630*
009640 7500-INCLUIR-REFERENCIA.
009650*----------------------------------------------------------------
009660*    GRAVA NA REFERENCIA CRUZADA O NOME DO CLIENTE RECEM
009670*    INCLUIDO.  FALHA E SO AVISADA: O MESTRE E A FONTE DA
009680*    VERDADE E O GERA-XREF-NOMES RECONSTROI A REFERENCIA.
009690*----------------------------------------------------------------
009700     IF NOT WK-XREF-DISPONIVEL
009710         GO TO 7500-INCLUIR-REFERENCIA-EXIT
009720     END-IF.
009730*
009740     MOVE WK-NOME-INFORMADO       TO XRF-NOME.
009750     MOVE WK-CLI-NUMERO-INFORMADO TO XRF-CLI-NUMERO.
009760     WRITE XRF-REGISTRO
009770         INVALID KEY
009780             DISPLAY "AVISO: FALHA AO GRAVAR A REFERENCIA DE "
009790                     "NOMES - EXECUTE O GERAXREF."
009800     END-WRITE.
009810*
009820 7500-INCLUIR-REFERENCIA-EXIT.
009830     EXIT.
009840*
009850 7600-ATUALIZAR-REFERENCIA.
009860*----------------------------------------------------------------
009870*    TROCA O NOME DO CLIENTE NA REFERENCIA CRUZADA: APAGA A
009880*    CHAVE COM O NOME ANTIGO E GRAVA A CHAVE COM O NOVO.
009890*    FALHA E SO AVISADA, COMO NA INCLUSAO.
009900*----------------------------------------------------------------
009910     IF NOT WK-XREF-DISPONIVEL
009920         GO TO 7600-ATUALIZAR-REFERENCIA-EXIT
009930     END-IF.
009940*
009950     MOVE WK-NOME-ANTERIOR        TO XRF-NOME.
009960     MOVE WK-CLI-NUMERO-INFORMADO TO XRF-CLI-NUMERO.
009970     DELETE REFERENCIA-NOMES
009980         INVALID KEY
009990             DISPLAY "AVISO: NOME ANTIGO NAO ESTAVA NA "
010000                     "REFERENCIA - EXECUTE O GERAXREF."
010010     END-DELETE.
010020*
010030     PERFORM 7500-INCLUIR-REFERENCIA
010040         THRU 7500-INCLUIR-REFERENCIA-EXIT.
010050*
010060 7600-ATUALIZAR-REFERENCIA-EXIT.
010070     EXIT.
010080*
010090 8000-FINALIZAR.
010100*----------------------------------------------------------------
010110*    FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA.
010120*----------------------------------------------------------------
010130     CLOSE CLIENTES-MASTER.
010140     CLOSE ARQUIVO-AUDITORIA.
010150     IF WK-XREF-DISPONIVEL
010160         CLOSE REFERENCIA-NOMES
010170     END-IF.
010180     IF WK-ACAO-ENCERRAMENTO
010190         SET ECP-FN-FINALIZAR TO TRUE
010200         CALL "ENCERRAR-CONTA" USING CLI-REGISTRO
010210                                     ECP-PARAMETROS
010220     END-IF.
010230*
010240     SET ALC-FN-FINALIZAR TO TRUE.
010250     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
010260*
010270 8000-FINALIZAR-EXIT.
010280     EXIT.
010290*
010300 9999-FIM.
010310     STOP RUN.
