000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     MANUTENCAO-OPERADOR.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    TRANSACAO ONLINE DE MANUTENCAO DO CADASTRO DE OPERADORES
000100*    (ARQUIVO INDEXADO OPERADOR, LAYOUT OPRREC): INCLUSAO DE UMA
000110*    MATRICULA COM NOME, PERFIL (OPERADOR, SUPERVISOR OU
000120*    GERENTE) E ALCADA POR TRANSACAO; ALTERACAO DE NOME, PERFIL
000130*    OU ALCADA; REVOGACAO E REATIVACAO.  A MATRICULA REVOGADA
000140*    NAO E EXCLUIDA - CONTINUA NO CADASTRO PARA IDENTIFICAR QUEM
000150*    FEZ O QUE NO PASSADO - MAS DEIXA DE SER ACEITA PELAS
000160*    TRANSACOES (SUBPROGRAMA VERIFICAR-ALCADA).
000170*
000180*    SO UM GERENTE ATIVO PODE MANTER O CADASTRO, E NUNCA A
000190*    PROPRIA MATRICULA.  COM O CADASTRO AINDA VAZIO, A UNICA
000200*    ACAO ACEITA E A INCLUSAO DO PRIMEIRO GERENTE PELA PROPRIA
000210*    MATRICULA DE QUEM ESTA CADASTRANDO.
000220*
000230*    CADA REGISTRO GUARDA A DATA E A MATRICULA DA ULTIMA
000240*    ALTERACAO.  CADA EXECUCAO ATENDE UMA UNICA ACAO, DA MESMA
000250*    FORMA QUE AS DEMAIS TRANSACOES ONLINE.
000260*----------------------------------------------------------------
000270*    HISTORICO DE ALTERACOES
000280*----------------------------------------------------------------
000290*    2026-10-15  EQC  VERSAO ORIGINAL.
000300*----------------------------------------------------------------
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
000350 OBJECT-COMPUTER.    IBM-370.
000360*
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CADASTRO-OPERADORES ASSIGN TO "OPERADOR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS OPR-ID
000430         FILE STATUS IS WK-FS-OPERADOR.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CADASTRO-OPERADORES
000480     LABEL RECORDS ARE STANDARD.
000490     COPY OPRREC.
000500*
000510 WORKING-STORAGE SECTION.
000520*
000530 77  WK-FS-OPERADOR              PIC X(02) VALUE "00".
000540     88  WK-FS-OPERADOR-OK                   VALUE "00".
000550     88  WK-FS-OPERADOR-INEXISTENTE          VALUE "35".
000560*
000570 77  WK-ACAO                     PIC X(01) VALUE SPACE.
000580     88  WK-ACAO-INCLUSAO                     VALUE "I".
000590     88  WK-ACAO-ALTERACAO                    VALUE "A".
000600     88  WK-ACAO-REVOGACAO                    VALUE "R".
000610     88  WK-ACAO-REATIVACAO                   VALUE "T".
000620     88  WK-ACAO-VALIDA               VALUE "I" "A" "R" "T".
000630*
000640 77  WK-SW-PROSSEGUIR            PIC X(01) VALUE "S".
000650     88  WK-PROSSEGUIR                        VALUE "S".
000660     88  WK-NAO-PROSSEGUIR                    VALUE "N".
000670*
000680 77  WK-SW-ARQUIVO-ABERTO        PIC X(01) VALUE "N".
000690     88  WK-ARQUIVO-ABERTO                    VALUE "S".
000700*
000710 77  WK-SW-CARGA-INICIAL         PIC X(01) VALUE "N".
000720     88  WK-CARGA-INICIAL                     VALUE "S".
000730*
000740 77  WK-SW-PERFIL                PIC X(01) VALUE "N".
000750     88  WK-PERFIL-LIDO                       VALUE "S".
000760*
000770 77  WK-SW-ALCADA                PIC X(01) VALUE "N".
000780     88  WK-ALCADA-LIDA                       VALUE "S".
000790*
000800 77  WK-OPERADOR-ID              PIC X(08) VALUE SPACES.
000810 77  WK-MATRICULA-INFORMADA      PIC X(08) VALUE SPACES.
000820 77  WK-NOME-INFORMADO           PIC X(30) VALUE SPACES.
000830 77  WK-DATA-HOJE                PIC 9(08) VALUE ZERO.
000840*
000850 77  WK-PERFIL-INFORMADO         PIC X(01) VALUE SPACE.
000860     88  WK-PERFIL-VALIDO                     VALUE "O" "S" "G".
000870*
000880 01  WK-ALCADA-ENTRADA           PIC X(11) VALUE SPACES.
000890 01  WK-ALCADA-DIGITOS REDEFINES WK-ALCADA-ENTRADA
000900                                 PIC 9(09)V99.
000910*
000920 77  WK-VALOR-EDITADO            PIC ZZZZZZZZ9.99.
000930*
000940 PROCEDURE DIVISION.
000950*
000960 0000-MAINLINE.
000970     PERFORM 1000-INICIALIZAR
000980         THRU 1000-INICIALIZAR-EXIT.
000990*
001000     IF WK-PROSSEGUIR
001010         EVALUATE TRUE
001020             WHEN WK-ACAO-INCLUSAO
001030                 PERFORM 2000-INCLUIR-OPERADOR
001040                     THRU 2000-INCLUIR-OPERADOR-EXIT
001050             WHEN WK-ACAO-ALTERACAO
001060                 PERFORM 3000-ALTERAR-OPERADOR
001070                     THRU 3000-ALTERAR-OPERADOR-EXIT
001080             WHEN WK-ACAO-REVOGACAO
001090                 PERFORM 4000-REVOGAR-OPERADOR
001100                     THRU 4000-REVOGAR-OPERADOR-EXIT
001110             WHEN WK-ACAO-REATIVACAO
001120                 PERFORM 5000-REATIVAR-OPERADOR
001130                     THRU 5000-REATIVAR-OPERADOR-EXIT
001140         END-EVALUATE
001150     END-IF.
001160*
001170     PERFORM 8000-FINALIZAR
001180         THRU 8000-FINALIZAR-EXIT.
001190*
001200     GO TO 9999-FIM.
001210*
001220 1000-INICIALIZAR.
001230*----------------------------------------------------------------
001240*    OBTEM A ACAO E A MATRICULA DE QUEM ESTA MANTENDO O
001250*    CADASTRO, ABRE O CADASTRO (CRIANDO-O NA PRIMEIRA EXECUCAO,
001260*    STATUS 35) E CONFERE SE A MATRICULA E DE UM GERENTE ATIVO.
001270*----------------------------------------------------------------
001280     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
001290*
001300     PERFORM 1100-LER-ACAO
001310         THRU 1100-LER-ACAO-EXIT
001320         UNTIL WK-ACAO-VALIDA.
001330*
001340     PERFORM 1200-LER-OPERADOR
001350         THRU 1200-LER-OPERADOR-EXIT
001360         UNTIL WK-OPERADOR-ID IS NOT EQUAL TO SPACES.
001370*
001380     OPEN I-O CADASTRO-OPERADORES.
001390     IF WK-FS-OPERADOR-INEXISTENTE
001400         OPEN OUTPUT CADASTRO-OPERADORES
001410         CLOSE CADASTRO-OPERADORES
001420         OPEN I-O CADASTRO-OPERADORES
001430     END-IF.
001440*
001450     IF NOT WK-FS-OPERADOR-OK
001460         DISPLAY "ERRO AO ABRIR O CADASTRO DE OPERADORES - "
001470                 "FILE STATUS " WK-FS-OPERADOR
001480         SET WK-NAO-PROSSEGUIR TO TRUE
001490         MOVE 12 TO RETURN-CODE
001500         GO TO 1000-INICIALIZAR-EXIT
001510     END-IF.
001520     SET WK-ARQUIVO-ABERTO TO TRUE.
001530*
001540     PERFORM 1300-CONFERIR-GERENTE
001550         THRU 1300-CONFERIR-GERENTE-EXIT.
001560*
001570 1000-INICIALIZAR-EXIT.
001580     EXIT.
001590*
001600 1100-LER-ACAO.
001610*----------------------------------------------------------------
001620*    SOLICITA A ACAO DE MANUTENCAO DESEJADA, REPETINDO A
001630*    PERGUNTA ATE QUE UMA ACAO VALIDA SEJA INFORMADA.
001640*----------------------------------------------------------------
001650     DISPLAY "ACAO (I=INCLUSAO, A=ALTERACAO, R=REVOGACAO, "
001660             "T=REATIVACAO): ".
001670     ACCEPT WK-ACAO.
001680*
001690     IF NOT WK-ACAO-VALIDA
001700         DISPLAY "ACAO INVALIDA - DIGITE I, A, R OU T."
001710     END-IF.
001720*
001730 1100-LER-ACAO-EXIT.
001740     EXIT.
001750*
001760 1200-LER-OPERADOR.
001770*----------------------------------------------------------------
001780*    SOLICITA A MATRICULA DO GERENTE RESPONSAVEL PELA ACAO;
001790*    NAO ACEITA MATRICULA EM BRANCO.
001800*----------------------------------------------------------------
001810     DISPLAY "MATRICULA DO GERENTE: ".
001820     ACCEPT WK-OPERADOR-ID.
001830*
001840     IF WK-OPERADOR-ID EQUAL TO SPACES
001850         DISPLAY "MATRICULA DO GERENTE E OBRIGATORIA."
001860     END-IF.
001870*
001880 1200-LER-OPERADOR-EXIT.
001890     EXIT.
001900*
001910 1300-CONFERIR-GERENTE.
001920*----------------------------------------------------------------
001930*    A MATRICULA DE QUEM MANTEM O CADASTRO PRECISA SER DE UM
001940*    GERENTE ATIVO.  SE ELA NAO ESTA CADASTRADA E O CADASTRO
001950*    ESTA VAZIO, E A CARGA INICIAL: SO A INCLUSAO DO PROPRIO
001960*    GERENTE E ACEITA (VEJA 2000-INCLUIR-OPERADOR).
001970*----------------------------------------------------------------
001980     MOVE WK-OPERADOR-ID TO OPR-ID.
001990     READ CADASTRO-OPERADORES
002000         INVALID KEY
002010             PERFORM 1310-VERIFICAR-CADASTRO-VAZIO
002020                 THRU 1310-VERIFICAR-CADASTRO-VAZIO-EXIT
002030             GO TO 1300-CONFERIR-GERENTE-EXIT
002040     END-READ.
002050*
002060     IF NOT OPR-ATIVO
002070         DISPLAY "ACAO RECUSADA - MATRICULA " WK-OPERADOR-ID
002080                 " REVOGADA."
002090         SET WK-NAO-PROSSEGUIR TO TRUE
002100         GO TO 1300-CONFERIR-GERENTE-EXIT
002110     END-IF.
002120*
002130     IF NOT OPR-PERFIL-GERENTE
002140         DISPLAY "ACAO RECUSADA - SO GERENTE MANTEM O CADASTRO "
002150                 "DE OPERADORES."
002160         SET WK-NAO-PROSSEGUIR TO TRUE
002170     END-IF.
002180*
002190 1300-CONFERIR-GERENTE-EXIT.
002200     EXIT.
002210*
002220 1310-VERIFICAR-CADASTRO-VAZIO.
002230*----------------------------------------------------------------
002240*    MATRICULA NAO CADASTRADA: SO E ACEITA QUANDO O CADASTRO
002250*    NAO TEM NENHUM REGISTRO E A ACAO E A INCLUSAO.
002260*----------------------------------------------------------------
002270     MOVE LOW-VALUES TO OPR-ID.
002280     START CADASTRO-OPERADORES
002290         KEY IS NOT LESS THAN OPR-ID
002300         INVALID KEY
002310             SET WK-CARGA-INICIAL TO TRUE
002320     END-START.
002330*
002340     IF NOT WK-CARGA-INICIAL
002350         DISPLAY "ACAO RECUSADA - MATRICULA " WK-OPERADOR-ID
002360                 " NAO CADASTRADA."
002370         SET WK-NAO-PROSSEGUIR TO TRUE
002380         GO TO 1310-VERIFICAR-CADASTRO-VAZIO-EXIT
002390     END-IF.
002400*
002410     IF NOT WK-ACAO-INCLUSAO
002420         DISPLAY "CADASTRO DE OPERADORES VAZIO - INCLUA PRIMEIRO "
002430                 "O GERENTE " WK-OPERADOR-ID "."
002440         SET WK-NAO-PROSSEGUIR TO TRUE
002450         GO TO 1310-VERIFICAR-CADASTRO-VAZIO-EXIT
002460     END-IF.
002470*
002480     DISPLAY "CADASTRO DE OPERADORES VAZIO - CARGA INICIAL DO "
002490             "GERENTE " WK-OPERADOR-ID ".".
002500*
002510 1310-VERIFICAR-CADASTRO-VAZIO-EXIT.
002520     EXIT.
002530*
002540 2000-INCLUIR-OPERADOR.
002550*----------------------------------------------------------------
002560*    INCLUI UMA NOVA MATRICULA, ATIVA, COM NOME, PERFIL E
002570*    ALCADA.  NA CARGA INICIAL A MATRICULA TEM DE SER A DO
002580*    PROPRIO GERENTE E O PERFIL, GERENTE.
002590*----------------------------------------------------------------
002600     PERFORM 6000-LER-MATRICULA
002610         THRU 6000-LER-MATRICULA-EXIT
002620         UNTIL WK-MATRICULA-INFORMADA IS NOT EQUAL TO SPACES.
002630*
002640     IF WK-CARGA-INICIAL
002650        AND WK-MATRICULA-INFORMADA IS NOT EQUAL TO WK-OPERADOR-ID
002660         DISPLAY "CARGA INICIAL - A MATRICULA INCLUIDA DEVE SER "
002670                 "A DO PROPRIO GERENTE " WK-OPERADOR-ID "."
002680         GO TO 2000-INCLUIR-OPERADOR-EXIT
002690     END-IF.
002700*
002710     MOVE WK-MATRICULA-INFORMADA TO OPR-ID.
002720     READ CADASTRO-OPERADORES
002730         INVALID KEY
002740             CONTINUE
002750         NOT INVALID KEY
002760             DISPLAY "MATRICULA " WK-MATRICULA-INFORMADA
002770                     " JA CADASTRADA - USE A ALTERACAO."
002780             GO TO 2000-INCLUIR-OPERADOR-EXIT
002790     END-READ.
002800*
002810     MOVE SPACES TO WK-NOME-INFORMADO.
002820     PERFORM 6100-LER-NOME
002830         THRU 6100-LER-NOME-EXIT
002840         UNTIL WK-NOME-INFORMADO IS NOT EQUAL TO SPACES.
002850*
002860     MOVE "N" TO WK-SW-PERFIL.
002870     PERFORM 6200-LER-PERFIL
002880         THRU 6200-LER-PERFIL-EXIT
002890         UNTIL WK-PERFIL-LIDO.
002900*
002910     IF WK-CARGA-INICIAL
002920        AND WK-PERFIL-INFORMADO IS NOT EQUAL TO "G"
002930         DISPLAY "CARGA INICIAL - O PRIMEIRO OPERADOR DEVE TER "
002940                 "PERFIL G (GERENTE)."
002950         GO TO 2000-INCLUIR-OPERADOR-EXIT
002960     END-IF.
002970*
002980     MOVE "N" TO WK-SW-ALCADA.
002990     PERFORM 6300-LER-ALCADA
003000         THRU 6300-LER-ALCADA-EXIT
003010         UNTIL WK-ALCADA-LIDA.
003020*
003030     MOVE SPACES                 TO OPR-REGISTRO.
003040     MOVE WK-MATRICULA-INFORMADA TO OPR-ID.
003050     MOVE WK-NOME-INFORMADO      TO OPR-NOME.
003060     MOVE WK-PERFIL-INFORMADO    TO OPR-PERFIL.
003070     MOVE WK-ALCADA-DIGITOS      TO OPR-VL-ALCADA.
003080     SET OPR-ATIVO               TO TRUE.
003090     MOVE WK-DATA-HOJE           TO OPR-DATA-INCLUSAO.
003100     MOVE WK-DATA-HOJE           TO OPR-DATA-ULT-ALTERACAO.
003110     MOVE WK-OPERADOR-ID         TO OPR-USUARIO-ULT-ALTERACAO.
003120*
003130     WRITE OPR-REGISTRO
003140         INVALID KEY
003150             DISPLAY "ERRO AO INCLUIR A MATRICULA - FILE STATUS "
003160                     WK-FS-OPERADOR
003170             GO TO 2000-INCLUIR-OPERADOR-EXIT
003180     END-WRITE.
003190*
003200     DISPLAY "MATRICULA INCLUIDA:".
003210     PERFORM 7000-EXIBIR-OPERADOR
003220         THRU 7000-EXIBIR-OPERADOR-EXIT.
003230*
003240 2000-INCLUIR-OPERADOR-EXIT.
003250     EXIT.
003260*
003270 3000-ALTERAR-OPERADOR.
003280*----------------------------------------------------------------
003290*    ALTERA NOME, PERFIL E/OU ALCADA DE UMA MATRICULA; CAMPO
003300*    EM BRANCO MANTEM O VALOR ATUAL.
003310*----------------------------------------------------------------
003320     PERFORM 6500-LOCALIZAR-OPERADOR
003330         THRU 6500-LOCALIZAR-OPERADOR-EXIT.
003340     IF WK-NAO-PROSSEGUIR
003350         GO TO 3000-ALTERAR-OPERADOR-EXIT
003360     END-IF.
003370*
003380     DISPLAY "NOVO NOME (BRANCO MANTEM O ATUAL): ".
003390     MOVE SPACES TO WK-NOME-INFORMADO.
003400     ACCEPT WK-NOME-INFORMADO.
003410     IF WK-NOME-INFORMADO IS NOT EQUAL TO SPACES
003420         MOVE WK-NOME-INFORMADO TO OPR-NOME
003430     END-IF.
003440*
003450     MOVE "N" TO WK-SW-PERFIL.
003460     PERFORM 6200-LER-PERFIL
003470         THRU 6200-LER-PERFIL-EXIT
003480         UNTIL WK-PERFIL-LIDO.
003490     IF WK-PERFIL-INFORMADO IS NOT EQUAL TO SPACE
003500         MOVE WK-PERFIL-INFORMADO TO OPR-PERFIL
003510     END-IF.
003520*
003530     MOVE "N" TO WK-SW-ALCADA.
003540     PERFORM 6300-LER-ALCADA
003550         THRU 6300-LER-ALCADA-EXIT
003560         UNTIL WK-ALCADA-LIDA.
003570     IF WK-ALCADA-ENTRADA IS NOT EQUAL TO SPACES
003580         MOVE WK-ALCADA-DIGITOS TO OPR-VL-ALCADA
003590     END-IF.
003600*
003610     PERFORM 6600-REGRAVAR-OPERADOR
003620         THRU 6600-REGRAVAR-OPERADOR-EXIT.
003630     IF WK-PROSSEGUIR
003640         DISPLAY "MATRICULA ALTERADA:"
003650         PERFORM 7000-EXIBIR-OPERADOR
003660             THRU 7000-EXIBIR-OPERADOR-EXIT
003670     END-IF.
003680*
003690 3000-ALTERAR-OPERADOR-EXIT.
003700     EXIT.
003710*
003720 4000-REVOGAR-OPERADOR.
003730*----------------------------------------------------------------
003740*    REVOGA UMA MATRICULA ATIVA.  O REGISTRO PERMANECE NO
003750*    CADASTRO, COM SITUACAO REVOGADA.
003760*----------------------------------------------------------------
003770     PERFORM 6500-LOCALIZAR-OPERADOR
003780         THRU 6500-LOCALIZAR-OPERADOR-EXIT.
003790     IF WK-NAO-PROSSEGUIR
003800         GO TO 4000-REVOGAR-OPERADOR-EXIT
003810     END-IF.
003820*
003830     IF OPR-REVOGADO
003840         DISPLAY "MATRICULA " OPR-ID " JA ESTA REVOGADA."
003850         GO TO 4000-REVOGAR-OPERADOR-EXIT
003860     END-IF.
003870*
003880     SET OPR-REVOGADO TO TRUE.
003890     PERFORM 6600-REGRAVAR-OPERADOR
003900         THRU 6600-REGRAVAR-OPERADOR-EXIT.
003910     IF WK-PROSSEGUIR
003920         DISPLAY "MATRICULA REVOGADA:"
003930         PERFORM 7000-EXIBIR-OPERADOR
003940             THRU 7000-EXIBIR-OPERADOR-EXIT
003950     END-IF.
003960*
003970 4000-REVOGAR-OPERADOR-EXIT.
003980     EXIT.
003990*
004000 5000-REATIVAR-OPERADOR.
004010*----------------------------------------------------------------
004020*    REATIVA UMA MATRICULA REVOGADA, COM O PERFIL E A ALCADA
004030*    QUE ELA TINHA.
004040*----------------------------------------------------------------
004050     PERFORM 6500-LOCALIZAR-OPERADOR
004060         THRU 6500-LOCALIZAR-OPERADOR-EXIT.
004070     IF WK-NAO-PROSSEGUIR
004080         GO TO 5000-REATIVAR-OPERADOR-EXIT
004090     END-IF.
004100*
004110     IF OPR-ATIVO
004120         DISPLAY "MATRICULA " OPR-ID " JA ESTA ATIVA."
004130         GO TO 5000-REATIVAR-OPERADOR-EXIT
004140     END-IF.
004150*
004160     SET OPR-ATIVO TO TRUE.
004170     PERFORM 6600-REGRAVAR-OPERADOR
004180         THRU 6600-REGRAVAR-OPERADOR-EXIT.
004190     IF WK-PROSSEGUIR
004200         DISPLAY "MATRICULA REATIVADA:"
004210         PERFORM 7000-EXIBIR-OPERADOR
004220             THRU 7000-EXIBIR-OPERADOR-EXIT
004230     END-IF.
004240*
004250 5000-REATIVAR-OPERADOR-EXIT.
004260     EXIT.
004270*
004280 6000-LER-MATRICULA.
004290*----------------------------------------------------------------
004300*    SOLICITA A MATRICULA OBJETO DA ACAO; NAO ACEITA BRANCO.
004310*----------------------------------------------------------------
004320     DISPLAY "MATRICULA A MANTER: ".
004330     ACCEPT WK-MATRICULA-INFORMADA.
004340*
004350     IF WK-MATRICULA-INFORMADA EQUAL TO SPACES
004360         DISPLAY "MATRICULA E OBRIGATORIA."
004370     END-IF.
004380*
004390 6000-LER-MATRICULA-EXIT.
004400     EXIT.
004410*
004420 6100-LER-NOME.
004430*----------------------------------------------------------------
004440*    SOLICITA O NOME DO OPERADOR; NAO ACEITA BRANCO.
004450*----------------------------------------------------------------
004460     DISPLAY "NOME DO OPERADOR: ".
004470     ACCEPT WK-NOME-INFORMADO.
004480*
004490     IF WK-NOME-INFORMADO EQUAL TO SPACES
004500         DISPLAY "NOME E OBRIGATORIO."
004510     END-IF.
004520*
004530 6100-LER-NOME-EXIT.
004540     EXIT.
004550*
004560 6200-LER-PERFIL.
004570*----------------------------------------------------------------
004580*    SOLICITA O PERFIL.  NA ALTERACAO, BRANCO MANTEM O ATUAL;
004590*    NA INCLUSAO O PERFIL E OBRIGATORIO.
004600*----------------------------------------------------------------
004610     IF WK-ACAO-ALTERACAO
004620         DISPLAY "NOVO PERFIL (O=OPERADOR, S=SUPERVISOR, "
004630                 "G=GERENTE, BRANCO MANTEM O ATUAL): "
004640     ELSE
004650         DISPLAY "PERFIL (O=OPERADOR, S=SUPERVISOR, G=GERENTE): "
004660     END-IF.
004670     MOVE SPACE TO WK-PERFIL-INFORMADO.
004680     ACCEPT WK-PERFIL-INFORMADO.
004690*
004700     IF WK-PERFIL-VALIDO
004710        OR (WK-ACAO-ALTERACAO
004720            AND WK-PERFIL-INFORMADO IS EQUAL TO SPACE)
004730         SET WK-PERFIL-LIDO TO TRUE
004740     ELSE
004750         DISPLAY "PERFIL INVALIDO - DIGITE O, S OU G."
004760     END-IF.
004770*
004780 6200-LER-PERFIL-EXIT.
004790     EXIT.
004800*
004810 6300-LER-ALCADA.
004820*----------------------------------------------------------------
004830*    SOLICITA A ALCADA POR TRANSACAO (9 INTEIROS E 2 DECIMAIS,
004840*    SEM PONTO; ZERO = SEM ALCADA PARA ACOES COM VALOR).  NA
004850*    ALTERACAO, BRANCO MANTEM A ATUAL.
004860*----------------------------------------------------------------
004870     IF WK-ACAO-ALTERACAO
004880         DISPLAY "NOVA ALCADA (11 DIGITOS, EX: 00001000000 = "
004890                 "10000.00, BRANCO MANTEM A ATUAL): "
004900     ELSE
004910         DISPLAY "ALCADA POR TRANSACAO (11 DIGITOS, EX: "
004920                 "00001000000 = 10000.00): "
004930     END-IF.
004940     MOVE SPACES TO WK-ALCADA-ENTRADA.
004950     ACCEPT WK-ALCADA-ENTRADA.
004960*
004970     IF WK-ACAO-ALTERACAO
004980        AND WK-ALCADA-ENTRADA IS EQUAL TO SPACES
004990         SET WK-ALCADA-LIDA TO TRUE
005000         GO TO 6300-LER-ALCADA-EXIT
005010     END-IF.
005020*
005030     IF WK-ALCADA-DIGITOS IS NOT NUMERIC
005040         DISPLAY "VALOR NAO NUMERICO - TENTE NOVAMENTE."
005050         GO TO 6300-LER-ALCADA-EXIT
005060     END-IF.
005070*
005080     SET WK-ALCADA-LIDA TO TRUE.
005090*
005100 6300-LER-ALCADA-EXIT.
005110     EXIT.
005120*
005130 6500-LOCALIZAR-OPERADOR.
005140*----------------------------------------------------------------
005150*    LOCALIZA A MATRICULA OBJETO DA ALTERACAO, REVOGACAO OU
005160*    REATIVACAO.  O GERENTE NAO PODE MANTER A PROPRIA
005170*    MATRICULA - NEM AUMENTAR A PROPRIA ALCADA, NEM REATIVAR-SE.
005180*----------------------------------------------------------------
005190     PERFORM 6000-LER-MATRICULA
005200         THRU 6000-LER-MATRICULA-EXIT
005210         UNTIL WK-MATRICULA-INFORMADA IS NOT EQUAL TO SPACES.
005220*
005230     IF WK-MATRICULA-INFORMADA IS EQUAL TO WK-OPERADOR-ID
005240         DISPLAY "ACAO RECUSADA - O GERENTE NAO PODE MANTER A "
005250                 "PROPRIA MATRICULA."
005260         SET WK-NAO-PROSSEGUIR TO TRUE
005270         GO TO 6500-LOCALIZAR-OPERADOR-EXIT
005280     END-IF.
005290*
005300     MOVE WK-MATRICULA-INFORMADA TO OPR-ID.
005310     READ CADASTRO-OPERADORES
005320         INVALID KEY
005330             DISPLAY "MATRICULA " WK-MATRICULA-INFORMADA
005340                     " NAO CADASTRADA."
005350             SET WK-NAO-PROSSEGUIR TO TRUE
005360             GO TO 6500-LOCALIZAR-OPERADOR-EXIT
005370     END-READ.
005380*
005390     DISPLAY "SITUACAO ATUAL:".
005400     PERFORM 7000-EXIBIR-OPERADOR
005410         THRU 7000-EXIBIR-OPERADOR-EXIT.
005420*
005430 6500-LOCALIZAR-OPERADOR-EXIT.
005440     EXIT.
005450*
005460 6600-REGRAVAR-OPERADOR.
005470*----------------------------------------------------------------
005480*    CARIMBA A DATA E A MATRICULA DA ALTERACAO E REGRAVA O
005490*    REGISTRO.
005500*----------------------------------------------------------------
005510     MOVE WK-DATA-HOJE   TO OPR-DATA-ULT-ALTERACAO.
005520     MOVE WK-OPERADOR-ID TO OPR-USUARIO-ULT-ALTERACAO.
005530*
005540     REWRITE OPR-REGISTRO
005550         INVALID KEY
005560             DISPLAY "ERRO AO REGRAVAR A MATRICULA - FILE STATUS "
005570                     WK-FS-OPERADOR
005580             SET WK-NAO-PROSSEGUIR TO TRUE
005590     END-REWRITE.
005600*
005610 6600-REGRAVAR-OPERADOR-EXIT.
005620     EXIT.
005630*
005640 7000-EXIBIR-OPERADOR.
005650*----------------------------------------------------------------
005660*    EXIBE O REGISTRO CORRENTE DO CADASTRO DE OPERADORES.
005670*----------------------------------------------------------------
005680     MOVE OPR-VL-ALCADA TO WK-VALOR-EDITADO.
005690     DISPLAY "  MATRICULA.......: " OPR-ID.
005700     DISPLAY "  NOME............: " OPR-NOME.
005710     DISPLAY "  PERFIL..........: " OPR-PERFIL
005720             " (O=OPERADOR, S=SUPERVISOR, G=GERENTE)".
005730     DISPLAY "  ALCADA..........: " WK-VALOR-EDITADO.
005740     DISPLAY "  SITUACAO........: " OPR-SITUACAO
005750             " (A=ATIVA, R=REVOGADA)".
005760     DISPLAY "  ULTIMA ALTERACAO: " OPR-DATA-ULT-ALTERACAO
005770             " POR " OPR-USUARIO-ULT-ALTERACAO.
005780*
005790 7000-EXIBIR-OPERADOR-EXIT.
005800     EXIT.
005810*
005820 8000-FINALIZAR.
005830*----------------------------------------------------------------
005840*    FECHA O CADASTRO DE OPERADORES, SE FOI ABERTO.
005850*----------------------------------------------------------------
005860     IF WK-ARQUIVO-ABERTO
005870         CLOSE CADASTRO-OPERADORES
005880     END-IF.
005890*
005900 8000-FINALIZAR-EXIT.
005910     EXIT.
005920*
005930 9999-FIM.
005940     STOP RUN.
