000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     MANUTENCAO-BLOQUEIO-JUDICIAL.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    TRANSACAO ONLINE DE MANUTENCAO DOS BLOQUEIOS JUDICIAIS
000100*    (ARQUIVO INDEXADO BLQJUD, LAYOUT BJDREC): INCLUSAO DE UMA
000110*    ORDEM QUE RETEM UM VALOR DO SALDO DO CLIENTE, LIBERACAO DE
000120*    UMA ORDEM ATIVA E CONSULTA DAS ORDENS DO CLIENTE COM O
000130*    SALDO DISPONIVEL.  A RETENCAO EM SI E APLICADA NA POSTAGEM
000140*    (APLICAR-MOVIMENTO, VIA TOTALIZAR-BLOQUEIOS), QUE RECUSA O
000150*    DEBITO QUE ALCANCARIA O VALOR BLOQUEADO.
000160*
000170*    TODA ACAO - INCLUSIVE A CONSULTA - E GRAVADA NO DIARIO DE
000180*    AUDITORIA (EVENTO BLOQJUD, VEJA AUDREC.CPY) COM A
000190*    MATRICULA DO OPERADOR, O TOTAL BLOQUEADO ANTES E DEPOIS DA
000200*    ACAO E A REFERENCIA DA ORDEM.  A LIBERACAO E SEMPRE TOTAL:
000210*    UMA REDUCAO DE VALOR ORDENADA PELA AUTORIDADE E FEITA
000220*    LIBERANDO A ORDEM E INCLUINDO OUTRA PELO NOVO VALOR.
000230*
000240*    CADA EXECUCAO ATENDE UMA UNICA ACAO, DA MESMA FORMA QUE AS
000250*    DEMAIS TRANSACOES ONLINE.
000260*----------------------------------------------------------------
000270*    HISTORICO DE ALTERACOES
000280*----------------------------------------------------------------
000290*    2026-10-15  EQC  VERSAO ORIGINAL.
000300*    2026-10-15  EQC  A MATRICULA DO OPERADOR PASSA A SER
000310*                     CONFERIDA NO CADASTRO DE OPERADORES (VIA
000320*                     VERIFICAR-ALCADA); MATRICULA DESCONHECIDA
000330*                     OU REVOGADA NAO EXECUTA A ACAO.
000340*----------------------------------------------------------------
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000400*
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO "BLQJUD"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS BJD-CHAVE
000470         FILE STATUS IS WK-FS-BLQJUD.
000480*
000490     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CLI-NUMERO
000530         FILE STATUS IS WK-FS-CLIMSTR.
000540*
000550     SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITLOG"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WK-FS-AUDITLOG.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  BLOQUEIOS-JUDICIAIS
000630     LABEL RECORDS ARE STANDARD.
000640     COPY BJDREC.
000650*
000660 FD  CLIENTES-MASTER
000670     LABEL RECORDS ARE STANDARD.
000680     COPY CLIREC.
000690*
000700 FD  ARQUIVO-AUDITORIA
000710     LABEL RECORDS ARE STANDARD.
000720     COPY AUDREC.
000730*
000740 WORKING-STORAGE SECTION.
000750*
000760 77  WK-FS-BLQJUD                PIC X(02) VALUE "00".
000770     88  WK-FS-BLQJUD-OK                     VALUE "00".
000780     88  WK-FS-BLQJUD-INEXISTENTE            VALUE "35".
000790*
000800 77  WK-FS-CLIMSTR               PIC X(02) VALUE "00".
000810     88  WK-FS-CLIMSTR-OK                    VALUE "00".
000820*
000830 77  WK-FS-AUDITLOG              PIC X(02) VALUE "00".
000840*
000850 77  WK-ACAO                     PIC X(01) VALUE SPACE.
000860     88  WK-ACAO-INCLUSAO                     VALUE "I".
000870     88  WK-ACAO-LIBERACAO                    VALUE "L".
000880     88  WK-ACAO-CONSULTA                     VALUE "C".
000890     88  WK-ACAO-VALIDA                       VALUE "I" "L" "C".
000900*
000910 77  WK-SW-PROSSEGUIR            PIC X(01) VALUE "S".
000920     88  WK-PROSSEGUIR                        VALUE "S".
000930     88  WK-NAO-PROSSEGUIR                    VALUE "N".
000940*
000950 77  WK-SW-ARQUIVOS-ABERTOS      PIC X(01) VALUE "N".
000960     88  WK-ARQUIVOS-ABERTOS                  VALUE "S".
000970*
000980 77  WK-SW-VALOR                 PIC X(01) VALUE "N".
000990     88  WK-VALOR-VALIDO                      VALUE "S".
001000     88  WK-VALOR-INVALIDO                    VALUE "N".
001010*
001020 77  WK-SW-DATA                  PIC X(01) VALUE "N".
001030     88  WK-DATA-VALIDA                       VALUE "S".
001040     88  WK-DATA-INVALIDA                     VALUE "N".
001050*
001060 77  WK-SW-FIM-CLIENTE           PIC X(01) VALUE "N".
001070     88  WK-FIM-CLIENTE                       VALUE "S".
001080*
001090 77  WK-SW-LISTAR                PIC X(01) VALUE "N".
001100     88  WK-LISTAR-BLOQUEIOS                  VALUE "S".
001110*
001120 77  WK-CLI-INFORMADO            PIC 9(09) VALUE ZERO.
001130 77  WK-NUMERO-INFORMADO         PIC 9(05) VALUE ZERO.
001140 77  WK-ULT-NUMERO-BLOQUEIO      PIC 9(05) VALUE ZERO.
001150 77  WK-QT-BLOQUEIOS-ATIVOS      PIC 9(05) COMP VALUE ZERO.
001160 77  WK-QT-BLOQUEIOS-LISTADOS    PIC 9(05) COMP VALUE ZERO.
001170*
001180 01  WK-VALOR-ENTRADA.
001190     05  WK-VLR-SINAL            PIC X(01).
001200     05  WK-VLR-DIGITOS          PIC 9(09)V99.
001210*
001220 77  WK-VL-BLOQUEIO              PIC S9(09)V99 COMP-3 VALUE ZERO.
001230 77  WK-VL-BLOQUEADO-ANTES       PIC S9(09)V99 COMP-3 VALUE ZERO.
001240 77  WK-VL-BLOQUEADO-DEPOIS      PIC S9(09)V99 COMP-3 VALUE ZERO.
001250 77  WK-VL-DISPONIVEL            PIC S9(09)V99 COMP-3 VALUE ZERO.
001260*
001270 77  WK-DATA-INFORMADA           PIC 9(08) VALUE ZERO.
001280 77  WK-DATA-HOJE                PIC 9(08) VALUE ZERO.
001290 77  WK-OPERADOR-ID              PIC X(08) VALUE SPACES.
001300 77  WK-REFERENCIA-ORDEM         PIC X(30) VALUE SPACES.
001310 77  WK-AUTORIDADE               PIC X(30) VALUE SPACES.
001320*
001330 77  WK-VALOR-EDITADO            PIC -ZZZZZZZZ9.99.
001340*
001350 77  WK-SW-OPERADOR              PIC X(01) VALUE "N".
001360     88  WK-OPERADOR-AUTORIZADO               VALUE "S".
001370     88  WK-OPERADOR-NAO-AUTORIZADO           VALUE "N".
001380*
001390     COPY ALCPARM.
001400*
001410 PROCEDURE DIVISION.
001420*
001430 0000-MAINLINE.
001440     PERFORM 1000-INICIALIZAR
001450         THRU 1000-INICIALIZAR-EXIT.
001460*
001470     IF WK-PROSSEGUIR
001480         EVALUATE TRUE
001490             WHEN WK-ACAO-INCLUSAO
001500                 PERFORM 2000-INCLUIR-BLOQUEIO
001510                     THRU 2000-INCLUIR-BLOQUEIO-EXIT
001520             WHEN WK-ACAO-LIBERACAO
001530                 PERFORM 3000-LIBERAR-BLOQUEIO
001540                     THRU 3000-LIBERAR-BLOQUEIO-EXIT
001550             WHEN WK-ACAO-CONSULTA
001560                 PERFORM 4000-CONSULTAR-BLOQUEIOS
001570                     THRU 4000-CONSULTAR-BLOQUEIOS-EXIT
001580         END-EVALUATE
001590     END-IF.
001600*
001610     PERFORM 8000-FINALIZAR
001620         THRU 8000-FINALIZAR-EXIT.
001630*
001640     GO TO 9999-FIM.
001650*
001660 1000-INICIALIZAR.
001670*----------------------------------------------------------------
001680*    ABRE O ARQUIVO DE BLOQUEIOS (CRIANDO-O NA PRIMEIRA
001690*    EXECUCAO), O ARQUIVO MESTRE E O DIARIO DE AUDITORIA, OBTEM
001700*    A ACAO E O CLIENTE E APURA OS BLOQUEIOS ATIVOS DELE.
001710*----------------------------------------------------------------
001720     OPEN I-O BLOQUEIOS-JUDICIAIS.
001730     EVALUATE TRUE
001740         WHEN WK-FS-BLQJUD-OK
001750             CONTINUE
001760         WHEN WK-FS-BLQJUD-INEXISTENTE
001770             OPEN OUTPUT BLOQUEIOS-JUDICIAIS
001780             CLOSE BLOQUEIOS-JUDICIAIS
001790             OPEN I-O BLOQUEIOS-JUDICIAIS
001800         WHEN OTHER
001810             DISPLAY "ERRO AO ABRIR O ARQUIVO DE BLOQUEIOS - "
001820                     "FILE STATUS " WK-FS-BLQJUD
001830             SET WK-NAO-PROSSEGUIR TO TRUE
001840             MOVE 12 TO RETURN-CODE
001850             GO TO 1000-INICIALIZAR-EXIT
001860     END-EVALUATE.
001870*
001880     SET WK-ARQUIVOS-ABERTOS TO TRUE.
001890*
001900     OPEN INPUT CLIENTES-MASTER.
001910     OPEN EXTEND ARQUIVO-AUDITORIA.
001920*
001930     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
001940*
001950     PERFORM 1100-LER-ACAO
001960         THRU 1100-LER-ACAO-EXIT
001970         UNTIL WK-ACAO-VALIDA.
001980*
001990     DISPLAY "NUMERO DO CLIENTE: ".
002000     ACCEPT WK-CLI-INFORMADO.
002010*
002020     MOVE WK-CLI-INFORMADO TO CLI-NUMERO.
002030     READ CLIENTES-MASTER
002040         INVALID KEY
002050             DISPLAY "CLIENTE " WK-CLI-INFORMADO
002060                     " NAO ENCONTRADO NO ARQUIVO MESTRE."
002070             SET WK-NAO-PROSSEGUIR TO TRUE
002080             GO TO 1000-INICIALIZAR-EXIT
002090     END-READ.
002100*
002110     MOVE "N" TO WK-SW-LISTAR.
002120     PERFORM 1500-APURAR-BLOQUEIOS
002130         THRU 1500-APURAR-BLOQUEIOS-EXIT.
002140*
002150 1000-INICIALIZAR-EXIT.
002160     EXIT.
002170*
002180 1100-LER-ACAO.
002190*----------------------------------------------------------------
002200*    SOLICITA A ACAO DESEJADA, REPETINDO A PERGUNTA ATE QUE UMA
002210*    ACAO VALIDA SEJA INFORMADA.
002220*----------------------------------------------------------------
002230     DISPLAY "ACAO (I=INCLUSAO, L=LIBERACAO, C=CONSULTA): ".
002240     ACCEPT WK-ACAO.
002250*
002260     IF NOT WK-ACAO-VALIDA
002270         DISPLAY "ACAO INVALIDA - DIGITE I, L OU C."
002280     END-IF.
002290*
002300 1100-LER-ACAO-EXIT.
002310     EXIT.
002320*
002330 1500-APURAR-BLOQUEIOS.
002340*----------------------------------------------------------------
002350*    PERCORRE OS BLOQUEIOS DO CLIENTE: SOMA OS ATIVOS, GUARDA O
002360*    MAIOR NUMERO JA USADO (A INCLUSAO NUMERA EM SEQUENCIA) E,
002370*    NA CONSULTA, EXIBE CADA ORDEM.
002380*----------------------------------------------------------------
002390     MOVE ZERO TO WK-VL-BLOQUEADO-ANTES.
002400     MOVE ZERO TO WK-ULT-NUMERO-BLOQUEIO.
002410     MOVE ZERO TO WK-QT-BLOQUEIOS-ATIVOS.
002420     MOVE ZERO TO WK-QT-BLOQUEIOS-LISTADOS.
002430     MOVE "N"  TO WK-SW-FIM-CLIENTE.
002440*
002450     MOVE WK-CLI-INFORMADO TO BJD-CLI-NUMERO.
002460     MOVE ZERO             TO BJD-NUMERO.
002470*
002480     START BLOQUEIOS-JUDICIAIS
002490         KEY IS NOT LESS THAN BJD-CHAVE
002500         INVALID KEY
002510             SET WK-FIM-CLIENTE TO TRUE
002520     END-START.
002530*
002540     PERFORM 1510-LER-BLOQUEIO-CLIENTE
002550         THRU 1510-LER-BLOQUEIO-CLIENTE-EXIT
002560         UNTIL WK-FIM-CLIENTE.
002570*
002580     MOVE WK-VL-BLOQUEADO-ANTES TO WK-VL-BLOQUEADO-DEPOIS.
002590*
002600 1500-APURAR-BLOQUEIOS-EXIT.
002610     EXIT.
002620*
002630 1510-LER-BLOQUEIO-CLIENTE.
002640*----------------------------------------------------------------
002650*    LE O PROXIMO BLOQUEIO DA VARREDURA, ENCERRANDO QUANDO MUDA
002660*    O CLIENTE.
002670*----------------------------------------------------------------
002680     READ BLOQUEIOS-JUDICIAIS NEXT RECORD
002690         AT END
002700             SET WK-FIM-CLIENTE TO TRUE
002710             GO TO 1510-LER-BLOQUEIO-CLIENTE-EXIT
002720     END-READ.
002730*
002740     IF NOT WK-FS-BLQJUD-OK
002750        OR BJD-CLI-NUMERO IS NOT EQUAL TO WK-CLI-INFORMADO
002760         SET WK-FIM-CLIENTE TO TRUE
002770         GO TO 1510-LER-BLOQUEIO-CLIENTE-EXIT
002780     END-IF.
002790*
002800     MOVE BJD-NUMERO TO WK-ULT-NUMERO-BLOQUEIO.
002810*
002820     IF BJD-ATIVO
002830         ADD BJD-VALOR TO WK-VL-BLOQUEADO-ANTES
002840         ADD 1         TO WK-QT-BLOQUEIOS-ATIVOS
002850     END-IF.
002860*
002870     IF WK-LISTAR-BLOQUEIOS
002880         PERFORM 4100-EXIBIR-BLOQUEIO
002890             THRU 4100-EXIBIR-BLOQUEIO-EXIT
002900     END-IF.
002910*
002920 1510-LER-BLOQUEIO-CLIENTE-EXIT.
002930     EXIT.
002940*
002950 2000-INCLUIR-BLOQUEIO.
002960*----------------------------------------------------------------
002970*    INCLUI UMA ORDEM NOVA PARA O CLIENTE (QUE NAO PODE ESTAR
002980*    COM A CONTA ENCERRADA): OBTEM VALOR, REFERENCIA DA ORDEM,
002990*    AUTORIDADE, DATA DE INICIO E OPERADOR, GRAVA O BLOQUEIO
003000*    COMO ATIVO COM O PROXIMO NUMERO DO CLIENTE E AUDITA.  UMA
003010*    ORDEM MAIOR QUE O SALDO DISPONIVEL E ACEITA (A AUTORIDADE
003020*    RETEM O QUE HOUVER E O QUE ENTRAR), COM AVISO AO OPERADOR.
003030*----------------------------------------------------------------
003040     IF CLI-ENCERRADO
003050         DISPLAY "CLIENTE " WK-CLI-INFORMADO
003060                 " COM A CONTA ENCERRADA - INCLUSAO CANCELADA."
003070         GO TO 2000-INCLUIR-BLOQUEIO-EXIT
003080     END-IF.
003090*
003100     IF WK-ULT-NUMERO-BLOQUEIO IS EQUAL TO 99999
003110         DISPLAY "CLIENTE " WK-CLI-INFORMADO
003120                 " SEM NUMERACAO DISPONIVEL PARA NOVO BLOQUEIO "
003130                 "- INCLUSAO CANCELADA."
003140         GO TO 2000-INCLUIR-BLOQUEIO-EXIT
003150     END-IF.
003160*
003170     SET WK-VALOR-INVALIDO TO TRUE.
003180     PERFORM 6000-LER-E-VALIDAR-VALOR
003190         THRU 6000-LER-E-VALIDAR-VALOR-EXIT
003200         UNTIL WK-VALOR-VALIDO.
003210*
003220     MOVE SPACES TO WK-REFERENCIA-ORDEM.
003230     PERFORM 6200-LER-REFERENCIA
003240         THRU 6200-LER-REFERENCIA-EXIT
003250         UNTIL WK-REFERENCIA-ORDEM IS NOT EQUAL TO SPACES.
003260*
003270     MOVE SPACES TO WK-AUTORIDADE.
003280     PERFORM 6300-LER-AUTORIDADE
003290         THRU 6300-LER-AUTORIDADE-EXIT
003300         UNTIL WK-AUTORIDADE IS NOT EQUAL TO SPACES.
003310*
003320     SET WK-DATA-INVALIDA TO TRUE.
003330     PERFORM 6100-LER-E-VALIDAR-DATA
003340         THRU 6100-LER-E-VALIDAR-DATA-EXIT
003350         UNTIL WK-DATA-VALIDA.
003360*
003370     MOVE SPACES TO WK-OPERADOR-ID.
003380     PERFORM 6400-LER-OPERADOR
003390         THRU 6400-LER-OPERADOR-EXIT
003400         UNTIL WK-OPERADOR-ID IS NOT EQUAL TO SPACES.
003410*
003420     PERFORM 6450-VERIFICAR-OPERADOR
003430         THRU 6450-VERIFICAR-OPERADOR-EXIT.
003440     IF NOT WK-OPERADOR-AUTORIZADO
003450         GO TO 2000-INCLUIR-BLOQUEIO-EXIT
003460     END-IF.
003470*
003480     MOVE WK-CLI-INFORMADO       TO BJD-CLI-NUMERO.
003490     ADD 1 WK-ULT-NUMERO-BLOQUEIO GIVING BJD-NUMERO.
003500     MOVE WK-VL-BLOQUEIO         TO BJD-VALOR.
003510     MOVE WK-REFERENCIA-ORDEM    TO BJD-REFERENCIA-ORDEM.
003520     MOVE WK-AUTORIDADE          TO BJD-AUTORIDADE.
003530     MOVE WK-DATA-INFORMADA      TO BJD-DATA-INICIO.
003540     MOVE ZERO                   TO BJD-DATA-LIBERACAO.
003550     SET BJD-ATIVO               TO TRUE.
003560     MOVE WK-OPERADOR-ID         TO BJD-USUARIO-INCLUSAO.
003570     MOVE WK-DATA-HOJE           TO BJD-DATA-INCLUSAO.
003580     MOVE SPACES                 TO BJD-USUARIO-LIBERACAO.
003590     MOVE SPACES                 TO BJD-REFERENCIA-LIBERACAO.
003600*
003610     WRITE BJD-REGISTRO
003620         INVALID KEY
003630             DISPLAY "ERRO AO GRAVAR O BLOQUEIO " BJD-NUMERO
003640                     " DO CLIENTE " WK-CLI-INFORMADO
003650                     " - FILE STATUS " WK-FS-BLQJUD
003660             GO TO 2000-INCLUIR-BLOQUEIO-EXIT
003670     END-WRITE.
003680*
003690     ADD WK-VL-BLOQUEIO TO WK-VL-BLOQUEADO-DEPOIS.
003700*
003710     DISPLAY "BLOQUEIO " BJD-NUMERO " DO CLIENTE "
003720             WK-CLI-INFORMADO " INCLUIDO COM SUCESSO.".
003730*
003740     COMPUTE WK-VL-DISPONIVEL =
003750             CLI-SALDO + CLI-LIMITE-CREDITO
003760             - WK-VL-BLOQUEADO-DEPOIS.
003770     IF WK-VL-DISPONIVEL IS LESS THAN ZERO
003780         MOVE WK-VL-DISPONIVEL TO WK-VALOR-EDITADO
003790         DISPLAY "ATENCAO: ORDENS DO CLIENTE NAO COBERTAS PELO "
003800                 "SALDO - DISPONIVEL " WK-VALOR-EDITADO
003810     END-IF.
003820*
003830     MOVE BJD-NUMERO             TO AUD-BJD-NUMERO.
003840     SET AUD-BJD-INCLUSAO        TO TRUE.
003850     MOVE WK-REFERENCIA-ORDEM    TO AUD-BJD-REFERENCIA.
003860     PERFORM 7000-GRAVAR-AUDITORIA
003870         THRU 7000-GRAVAR-AUDITORIA-EXIT.
003880*
003890 2000-INCLUIR-BLOQUEIO-EXIT.
003900     EXIT.
003910*
003920 3000-LIBERAR-BLOQUEIO.
003930*----------------------------------------------------------------
003940*    LIBERA POR INTEIRO UMA ORDEM AINDA ATIVA DO CLIENTE: O
003950*    REGISTRO PERMANECE NO ARQUIVO COMO LIBERADO, COM A DATA DE
003960*    HOJE, O OPERADOR E A REFERENCIA DA ORDEM DE LIBERACAO.
003970*----------------------------------------------------------------
003980     DISPLAY "NUMERO DO BLOQUEIO A LIBERAR: ".
003990     ACCEPT WK-NUMERO-INFORMADO.
004000*
004010     MOVE WK-CLI-INFORMADO    TO BJD-CLI-NUMERO.
004020     MOVE WK-NUMERO-INFORMADO TO BJD-NUMERO.
004030     READ BLOQUEIOS-JUDICIAIS
004040         INVALID KEY
004050             DISPLAY "BLOQUEIO " WK-NUMERO-INFORMADO
004060                     " NAO ENCONTRADO PARA O CLIENTE "
004070                     WK-CLI-INFORMADO "."
004080             GO TO 3000-LIBERAR-BLOQUEIO-EXIT
004090     END-READ.
004100*
004110     IF NOT BJD-ATIVO
004120         DISPLAY "BLOQUEIO " BJD-NUMERO " JA FOI LIBERADO EM "
004130                 BJD-DATA-LIBERACAO " - LIBERACAO REJEITADA."
004140         GO TO 3000-LIBERAR-BLOQUEIO-EXIT
004150     END-IF.
004160*
004170     PERFORM 4100-EXIBIR-BLOQUEIO
004180         THRU 4100-EXIBIR-BLOQUEIO-EXIT.
004190*
004200     MOVE SPACES TO WK-REFERENCIA-ORDEM.
004210     PERFORM 6500-LER-REFERENCIA-LIBERACAO
004220         THRU 6500-LER-REFERENCIA-LIBERACAO-EXIT
004230         UNTIL WK-REFERENCIA-ORDEM IS NOT EQUAL TO SPACES.
004240*
004250     MOVE SPACES TO WK-OPERADOR-ID.
004260     PERFORM 6400-LER-OPERADOR
004270         THRU 6400-LER-OPERADOR-EXIT
004280         UNTIL WK-OPERADOR-ID IS NOT EQUAL TO SPACES.
004290*
004300     PERFORM 6450-VERIFICAR-OPERADOR
004310         THRU 6450-VERIFICAR-OPERADOR-EXIT.
004320     IF NOT WK-OPERADOR-AUTORIZADO
004330         GO TO 3000-LIBERAR-BLOQUEIO-EXIT
004340     END-IF.
004350*
004360     SET BJD-LIBERADO            TO TRUE.
004370     MOVE WK-DATA-HOJE           TO BJD-DATA-LIBERACAO.
004380     MOVE WK-OPERADOR-ID         TO BJD-USUARIO-LIBERACAO.
004390     MOVE WK-REFERENCIA-ORDEM    TO BJD-REFERENCIA-LIBERACAO.
004400*
004410     REWRITE BJD-REGISTRO
004420         INVALID KEY
004430             DISPLAY "ERRO AO REGRAVAR O BLOQUEIO " BJD-NUMERO
004440                     " DO CLIENTE " WK-CLI-INFORMADO
004450                     " - FILE STATUS " WK-FS-BLQJUD
004460             GO TO 3000-LIBERAR-BLOQUEIO-EXIT
004470     END-REWRITE.
004480*
004490     SUBTRACT BJD-VALOR FROM WK-VL-BLOQUEADO-DEPOIS.
004500*
004510     DISPLAY "BLOQUEIO " BJD-NUMERO " DO CLIENTE "
004520             WK-CLI-INFORMADO " LIBERADO COM SUCESSO.".
004530*
004540     MOVE BJD-NUMERO             TO AUD-BJD-NUMERO.
004550     SET AUD-BJD-LIBERACAO       TO TRUE.
004560     MOVE WK-REFERENCIA-ORDEM    TO AUD-BJD-REFERENCIA.
004570     PERFORM 7000-GRAVAR-AUDITORIA
004580         THRU 7000-GRAVAR-AUDITORIA-EXIT.
004590*
004600 3000-LIBERAR-BLOQUEIO-EXIT.
004610     EXIT.
004620*
004630 4000-CONSULTAR-BLOQUEIOS.
004640*----------------------------------------------------------------
004650*    EXIBE TODAS AS ORDENS DO CLIENTE (ATIVAS E LIBERADAS) E O
004660*    SALDO DISPONIVEL - SALDO MAIS LIMITE MENOS O TOTAL
004670*    BLOQUEADO - E AUDITA A CONSULTA.
004680*----------------------------------------------------------------
004690     MOVE SPACES TO WK-OPERADOR-ID.
004700     PERFORM 6400-LER-OPERADOR
004710         THRU 6400-LER-OPERADOR-EXIT
004720         UNTIL WK-OPERADOR-ID IS NOT EQUAL TO SPACES.
004730*
004740     PERFORM 6450-VERIFICAR-OPERADOR
004750         THRU 6450-VERIFICAR-OPERADOR-EXIT.
004760     IF NOT WK-OPERADOR-AUTORIZADO
004770         GO TO 4000-CONSULTAR-BLOQUEIOS-EXIT
004780     END-IF.
004790*
004800     DISPLAY "-------------------------------------------------".
004810     DISPLAY "CLIENTE...........: " CLI-NUMERO.
004820     DISPLAY "NOME..............: " CLI-NOME.
004830     DISPLAY "-------------------------------------------------".
004840*
004850     SET WK-LISTAR-BLOQUEIOS TO TRUE.
004860     PERFORM 1500-APURAR-BLOQUEIOS
004870         THRU 1500-APURAR-BLOQUEIOS-EXIT.
004880*
004890     IF WK-QT-BLOQUEIOS-LISTADOS IS EQUAL TO ZERO
004900         DISPLAY "NENHUM BLOQUEIO JUDICIAL REGISTRADO."
004910     END-IF.
004920*
004930     COMPUTE WK-VL-DISPONIVEL =
004940             CLI-SALDO + CLI-LIMITE-CREDITO
004950             - WK-VL-BLOQUEADO-ANTES.
004960*
004970     DISPLAY "-------------------------------------------------".
004980     MOVE CLI-SALDO TO WK-VALOR-EDITADO.
004990     DISPLAY "SALDO ATUAL.......: " WK-VALOR-EDITADO.
005000     MOVE CLI-LIMITE-CREDITO TO WK-VALOR-EDITADO.
005010     DISPLAY "LIMITE DE CREDITO.: " WK-VALOR-EDITADO.
005020     MOVE WK-VL-BLOQUEADO-ANTES TO WK-VALOR-EDITADO.
005030     DISPLAY "BLOQUEIO JUDICIAL.: " WK-VALOR-EDITADO
005040             " (" WK-QT-BLOQUEIOS-ATIVOS " ATIVOS)".
005050     MOVE WK-VL-DISPONIVEL TO WK-VALOR-EDITADO.
005060     DISPLAY "SALDO DISPONIVEL..: " WK-VALOR-EDITADO.
005070     DISPLAY "-------------------------------------------------".
005080*
005090     MOVE ZERO                   TO AUD-BJD-NUMERO.
005100     SET AUD-BJD-CONSULTA        TO TRUE.
005110     MOVE SPACES                 TO AUD-BJD-REFERENCIA.
005120     PERFORM 7000-GRAVAR-AUDITORIA
005130         THRU 7000-GRAVAR-AUDITORIA-EXIT.
005140*
005150 4000-CONSULTAR-BLOQUEIOS-EXIT.
005160     EXIT.
005170*
005180 4100-EXIBIR-BLOQUEIO.
005190*----------------------------------------------------------------
005200*    EXIBE UMA ORDEM DE BLOQUEIO.
005210*----------------------------------------------------------------
005220     ADD 1 TO WK-QT-BLOQUEIOS-LISTADOS.
005230     MOVE BJD-VALOR TO WK-VALOR-EDITADO.
005240*
005250     IF BJD-ATIVO
005260         DISPLAY "  " BJD-NUMERO " ATIVO    DESDE "
005270                 BJD-DATA-INICIO " VALOR " WK-VALOR-EDITADO
005280     ELSE
005290         DISPLAY "  " BJD-NUMERO " LIBERADO DESDE "
005300                 BJD-DATA-LIBERACAO " VALOR " WK-VALOR-EDITADO
005310     END-IF.
005320     DISPLAY "        ORDEM " BJD-REFERENCIA-ORDEM.
005330     DISPLAY "        AUTORIDADE " BJD-AUTORIDADE.
005340*
005350 4100-EXIBIR-BLOQUEIO-EXIT.
005360     EXIT.
005370*
005380 6000-LER-E-VALIDAR-VALOR.
005390*----------------------------------------------------------------
005400*    LE O VALOR A BLOQUEAR NO FORMATO SINAL (+/-) SEGUIDO DE 11
005410*    DIGITOS (9 INTEIROS E 2 DECIMAIS, SEM PONTO); SO ACEITA
005420*    VALOR POSITIVO.
005430*----------------------------------------------------------------
005440     DISPLAY "DIGITE O SINAL DO VALOR (+ OU -): ".
005450     ACCEPT WK-VLR-SINAL.
005460     DISPLAY "DIGITE O VALOR A BLOQUEAR (9 INTEIROS + 2 "
005470             "DECIMAIS, SEM PONTO, EX: 00000015000 = 150.00): ".
005480     ACCEPT WK-VLR-DIGITOS.
005490*
005500     IF WK-VLR-SINAL NOT = "+" AND WK-VLR-SINAL NOT = "-"
005510         DISPLAY "SINAL INVALIDO - DIGITE + OU -."
005520         GO TO 6000-LER-E-VALIDAR-VALOR-EXIT
005530     END-IF.
005540*
005550     IF WK-VLR-DIGITOS IS NOT NUMERIC
005560         DISPLAY "VALOR NAO NUMERICO - TENTE NOVAMENTE."
005570         GO TO 6000-LER-E-VALIDAR-VALOR-EXIT
005580     END-IF.
005590*
005600     IF WK-VLR-SINAL = "-"
005610        OR WK-VLR-DIGITOS IS EQUAL TO ZERO
005620         DISPLAY "O VALOR BLOQUEADO DEVE SER POSITIVO."
005630         GO TO 6000-LER-E-VALIDAR-VALOR-EXIT
005640     END-IF.
005650*
005660     MOVE WK-VLR-DIGITOS TO WK-VL-BLOQUEIO.
005670     SET WK-VALOR-VALIDO TO TRUE.
005680*
005690 6000-LER-E-VALIDAR-VALOR-EXIT.
005700     EXIT.
005710*
005720 6100-LER-E-VALIDAR-DATA.
005730*----------------------------------------------------------------
005740*    LE A DATA DE INICIO DO BLOQUEIO (AAAAMMDD; ZERO = HOJE),
005750*    QUE NAO PODE SER POSTERIOR A DATA DE HOJE - A ORDEM E
005760*    REGISTRADA QUANDO JA DEVE SER CUMPRIDA.
005770*----------------------------------------------------------------
005780     DISPLAY "DATA DE INICIO DO BLOQUEIO (AAAAMMDD, "
005790             "ZERO = HOJE): ".
005800     ACCEPT WK-DATA-INFORMADA.
005810*
005820     IF WK-DATA-INFORMADA IS NOT NUMERIC
005830         DISPLAY "DATA INVALIDA - TENTE NOVAMENTE."
005840         GO TO 6100-LER-E-VALIDAR-DATA-EXIT
005850     END-IF.
005860*
005870     IF WK-DATA-INFORMADA IS EQUAL TO ZERO
005880         MOVE WK-DATA-HOJE TO WK-DATA-INFORMADA
005890     END-IF.
005900*
005910     IF WK-DATA-INFORMADA IS GREATER THAN WK-DATA-HOJE
005920         DISPLAY "DATA DE INICIO NAO PODE SER FUTURA - TENTE "
005930                 "NOVAMENTE."
005940         GO TO 6100-LER-E-VALIDAR-DATA-EXIT
005950     END-IF.
005960*
005970     SET WK-DATA-VALIDA TO TRUE.
005980*
005990 6100-LER-E-VALIDAR-DATA-EXIT.
006000     EXIT.
006010*
006020 6200-LER-REFERENCIA.
006030*----------------------------------------------------------------
006040*    SOLICITA A REFERENCIA DA ORDEM (PROCESSO OU OFICIO); NAO
006050*    ACEITA EM BRANCO.
006060*----------------------------------------------------------------
006070     DISPLAY "REFERENCIA DA ORDEM (PROCESSO/OFICIO): ".
006080     ACCEPT WK-REFERENCIA-ORDEM.
006090*
006100     IF WK-REFERENCIA-ORDEM EQUAL TO SPACES
006110         DISPLAY "REFERENCIA DA ORDEM E OBRIGATORIA."
006120     END-IF.
006130*
006140 6200-LER-REFERENCIA-EXIT.
006150     EXIT.
006160*
006170 6300-LER-AUTORIDADE.
006180*----------------------------------------------------------------
006190*    SOLICITA A AUTORIDADE QUE EXPEDIU A ORDEM; NAO ACEITA EM
006200*    BRANCO.
006210*----------------------------------------------------------------
006220     DISPLAY "AUTORIDADE REQUISITANTE: ".
006230     ACCEPT WK-AUTORIDADE.
006240*
006250     IF WK-AUTORIDADE EQUAL TO SPACES
006260         DISPLAY "AUTORIDADE REQUISITANTE E OBRIGATORIA."
006270     END-IF.
006280*
006290 6300-LER-AUTORIDADE-EXIT.
006300     EXIT.
006310*
006320 6400-LER-OPERADOR.
006330*----------------------------------------------------------------
006340*    SOLICITA A MATRICULA DO OPERADOR RESPONSAVEL PELA ACAO;
006350*    NAO ACEITA MATRICULA EM BRANCO.
006360*----------------------------------------------------------------
006370     DISPLAY "MATRICULA DO OPERADOR: ".
006380     ACCEPT WK-OPERADOR-ID.
006390*
006400     IF WK-OPERADOR-ID EQUAL TO SPACES
006410         DISPLAY "MATRICULA DO OPERADOR E OBRIGATORIA."
006420     END-IF.
006430*
006440 6400-LER-OPERADOR-EXIT.
006450     EXIT.
006460*
006470 6450-VERIFICAR-OPERADOR.
006480*----------------------------------------------------------------
006490*    CONFERE NO CADASTRO DE OPERADORES SE A MATRICULA INFORMADA
006500*    ESTA ATIVA; A RECUSA E EXIBIDA E A ACAO NAO E EXECUTADA.
006510*----------------------------------------------------------------
006520     SET ALC-FN-VERIFICAR    TO TRUE.
006530     SET ALC-EXIGE-OPERADOR  TO TRUE.
006540     MOVE WK-OPERADOR-ID     TO ALC-OPERADOR-ID.
006550     MOVE ZERO               TO ALC-VALOR.
006560     MOVE WK-DATA-HOJE       TO ALC-DATA-REFERENCIA.
006570     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
006580*
006590     IF ALC-ACEITO
006600         SET WK-OPERADOR-AUTORIZADO TO TRUE
006610     ELSE
006620         SET WK-OPERADOR-NAO-AUTORIZADO TO TRUE
006630         DISPLAY "ACAO RECUSADA - " ALC-MOTIVO-RECUSA
006640     END-IF.
006650*
006660 6450-VERIFICAR-OPERADOR-EXIT.
006670     EXIT.
006680*
006690 6500-LER-REFERENCIA-LIBERACAO.
006700*----------------------------------------------------------------
006710*    SOLICITA A REFERENCIA DA ORDEM DE LIBERACAO; NAO ACEITA EM
006720*    BRANCO.
006730*----------------------------------------------------------------
006740     DISPLAY "REFERENCIA DA ORDEM DE LIBERACAO: ".
006750     ACCEPT WK-REFERENCIA-ORDEM.
006760*
006770     IF WK-REFERENCIA-ORDEM EQUAL TO SPACES
006780         DISPLAY "REFERENCIA DA LIBERACAO E OBRIGATORIA."
006790     END-IF.
006800*
006810 6500-LER-REFERENCIA-LIBERACAO-EXIT.
006820     EXIT.
006830*
006840 7000-GRAVAR-AUDITORIA.
006850*----------------------------------------------------------------
006860*    GRAVA NO DIARIO DE AUDITORIA O EVENTO BLOQJUD DA ACAO: O
006870*    TOTAL BLOQUEADO DO CLIENTE ANTES E DEPOIS, A VARIACAO, O
006880*    OPERADOR E A REFERENCIA (JA MONTADA PELO CHAMADOR EM
006890*    AUD-BLOQUEIO-REFERENCIA).
006900*----------------------------------------------------------------
006910     MOVE WK-CLI-INFORMADO       TO AUD-CLI-NUMERO.
006920     SET AUD-EV-BLOQUEIO-JUDICIAL TO TRUE.
006930     COMPUTE AUD-VALOR-EVENTO =
006940             WK-VL-BLOQUEADO-DEPOIS - WK-VL-BLOQUEADO-ANTES.
006950     MOVE WK-VL-BLOQUEADO-ANTES  TO AUD-SALDO-ANTERIOR.
006960     MOVE WK-VL-BLOQUEADO-DEPOIS TO AUD-SALDO-RESULTANTE.
006970     MOVE WK-OPERADOR-ID         TO AUD-USUARIO.
006980*
006990     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
007000     ACCEPT AUD-HORA FROM TIME.
007010*
007020     WRITE AUD-REGISTRO.
007030*
007040     IF NOT WK-FS-AUDITLOG = "00"
007050         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
007060                 WK-CLI-INFORMADO " - FILE STATUS " WK-FS-AUDITLOG
007070     END-IF.
007080*
007090 7000-GRAVAR-AUDITORIA-EXIT.
007100     EXIT.
007110*
007120 8000-FINALIZAR.
007130*----------------------------------------------------------------
007140*    FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA.
007150*----------------------------------------------------------------
007160     IF WK-ARQUIVOS-ABERTOS
007170         CLOSE BLOQUEIOS-JUDICIAIS
007180         CLOSE CLIENTES-MASTER
007190         CLOSE ARQUIVO-AUDITORIA
007200     END-IF.
007210*
007220     SET ALC-FN-FINALIZAR TO TRUE.
007230     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
007240*
007250 8000-FINALIZAR-EXIT.
007260     EXIT.
007270*
007280 9999-FIM.
007290     STOP RUN.
