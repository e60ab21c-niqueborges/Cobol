000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     TOTALIZAR-BLOQUEIOS.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    SUBPROGRAMA QUE TOTALIZA OS BLOQUEIOS JUDICIAIS DE UM
000100*    CLIENTE (ARQUIVO BLQJUD, BJDREC.CPY) QUE VALEM EM UMA DATA
000110*    DE REFERENCIA.  CONCENTRA A REGRA DE VIGENCIA DO BLOQUEIO
000120*    EM UM UNICO LUGAR, PARA QUE A POSTAGEM (APLICAR-MOVIMENTO),
000130*    A CONSULTA DE SALDO, O EXTRATO E O ENCERRAMENTO DE CONTA
000140*    ENXERGUEM SEMPRE O MESMO SALDO DISPONIVEL.
000150*
000160*    O ARQUIVO E ABERTO SOMENTE PARA LEITURA NA PRIMEIRA CHAMADA
000170*    E FICA ABERTO ATE A CHAMADA COM A FUNCAO FINALIZAR
000180*    (BJDPARM.CPY).  ARQUIVO INEXISTENTE (STATUS 35) SIGNIFICA
000190*    QUE NENHUM BLOQUEIO FOI INCLUIDO AINDA: TOTAL ZERO, SEM
000200*    AVISO.  QUALQUER OUTRA FALHA DE ABERTURA OU LEITURA E
000210*    AVISADA UMA VEZ E DEVOLVE TOTAL ZERO COM A INDICACAO DE
000220*    CONTROLE INDISPONIVEL - A MESMA CONTINGENCIA ADOTADA PELA
000230*    APLICAR-MOVIMENTO PARA O ARQUIVO TXPARAM, PARA QUE UMA
000240*    FALHA NESTE ARQUIVO NAO PARE A POSTAGEM DO BANCO INTEIRO.
000250*----------------------------------------------------------------
000260*    HISTORICO DE ALTERACOES
000270*----------------------------------------------------------------
000280*    2026-10-15  EQC  VERSAO ORIGINAL.
000290*----------------------------------------------------------------
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.    IBM-370.
000340 OBJECT-COMPUTER.    IBM-370.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO "BLQJUD"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS BJD-CHAVE
000420         FILE STATUS IS WK-FS-BLQJUD.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  BLOQUEIOS-JUDICIAIS
000470     LABEL RECORDS ARE STANDARD.
000480     COPY BJDREC.
000490*
000500 WORKING-STORAGE SECTION.
000510*
000520 77  WK-FS-BLQJUD            PIC X(02) VALUE "00".
000530     88  WK-FS-BLQJUD-OK                VALUE "00".
000540     88  WK-FS-BLQJUD-INEXISTENTE       VALUE "35".
000550*
000560 77  WK-SW-ARQUIVO           PIC X(01) VALUE "N".
000570     88  WK-ARQUIVO-NAO-ABERTO          VALUE "N".
000580     88  WK-ARQUIVO-ABERTO              VALUE "A".
000590     88  WK-ARQUIVO-INEXISTENTE         VALUE "V".
000600     88  WK-ARQUIVO-INDISPONIVEL        VALUE "I".
000610*
000620 77  WK-SW-FIM-CLIENTE       PIC X(01) VALUE "N".
000630     88  WK-FIM-CLIENTE                 VALUE "S".
000640*
000650 LINKAGE SECTION.
000660*
000670     COPY BJDPARM.
000680*
000690 PROCEDURE DIVISION USING BJP-PARAMETROS.
000700*
000710 0000-MAINLINE.
000720     IF BJP-FN-FINALIZAR
000730         PERFORM 8000-FECHAR-ARQUIVO
000740             THRU 8000-FECHAR-ARQUIVO-EXIT
000750         GO TO 9999-FIM
000760     END-IF.
000770*
000780     MOVE ZERO TO BJP-VL-BLOQUEADO.
000790     MOVE ZERO TO BJP-QT-BLOQUEIOS.
000800     SET BJP-CONTROLE-DISPONIVEL TO TRUE.
000810*
000820     IF NOT BJP-FN-TOTALIZAR
000830         SET BJP-CONTROLE-INDISPONIVEL TO TRUE
000840         GO TO 9999-FIM
000850     END-IF.
000860*
000870     IF WK-ARQUIVO-NAO-ABERTO
000880         PERFORM 1000-ABRIR-ARQUIVO
000890             THRU 1000-ABRIR-ARQUIVO-EXIT
000900     END-IF.
000910*
000920     EVALUATE TRUE
000930         WHEN WK-ARQUIVO-ABERTO
000940             PERFORM 2000-TOTALIZAR-CLIENTE
000950                 THRU 2000-TOTALIZAR-CLIENTE-EXIT
000960         WHEN WK-ARQUIVO-INDISPONIVEL
000970             SET BJP-CONTROLE-INDISPONIVEL TO TRUE
000980         WHEN OTHER
000990             CONTINUE
001000     END-EVALUATE.
001010*
001020     GO TO 9999-FIM.
001030*
001040 1000-ABRIR-ARQUIVO.
001050*----------------------------------------------------------------
001060*    ABRE O ARQUIVO DE BLOQUEIOS NA PRIMEIRA CHAMADA E GUARDA A
001070*    SITUACAO, PARA QUE UMA FALHA SEJA AVISADA UMA UNICA VEZ.
001080*----------------------------------------------------------------
001090     OPEN INPUT BLOQUEIOS-JUDICIAIS.
001100     EVALUATE TRUE
001110         WHEN WK-FS-BLQJUD-OK
001120             SET WK-ARQUIVO-ABERTO TO TRUE
001130         WHEN WK-FS-BLQJUD-INEXISTENTE
001140             SET WK-ARQUIVO-INEXISTENTE TO TRUE
001150         WHEN OTHER
001160             SET WK-ARQUIVO-INDISPONIVEL TO TRUE
001170             DISPLAY "AVISO: ARQUIVO BLQJUD NAO ABERTO (STATUS "
001180                     WK-FS-BLQJUD
001190                     ") - BLOQUEIOS JUDICIAIS NAO CONSIDERADOS."
001200     END-EVALUATE.
001210*
001220 1000-ABRIR-ARQUIVO-EXIT.
001230     EXIT.
001240*
001250 2000-TOTALIZAR-CLIENTE.
001260*----------------------------------------------------------------
001270*    POSICIONA NO PRIMEIRO BLOQUEIO DO CLIENTE E SOMA OS QUE
001280*    VALEM NA DATA DE REFERENCIA, ATE MUDAR O CLIENTE.
001290*----------------------------------------------------------------
001300     MOVE "N" TO WK-SW-FIM-CLIENTE.
001310     MOVE BJP-CLI-NUMERO TO BJD-CLI-NUMERO.
001320     MOVE ZERO           TO BJD-NUMERO.
001330*
001340     START BLOQUEIOS-JUDICIAIS
001350         KEY IS NOT LESS THAN BJD-CHAVE
001360         INVALID KEY
001370             SET WK-FIM-CLIENTE TO TRUE
001380     END-START.
001390*
001400     PERFORM 2100-LER-BLOQUEIO
001410         THRU 2100-LER-BLOQUEIO-EXIT
001420         UNTIL WK-FIM-CLIENTE.
001430*
001440 2000-TOTALIZAR-CLIENTE-EXIT.
001450     EXIT.
001460*
001470 2100-LER-BLOQUEIO.
001480*----------------------------------------------------------------
001490*    LE O PROXIMO BLOQUEIO E O SOMA QUANDO PERTENCE AO CLIENTE E
001500*    VALE NA DATA: INICIADO ATE A DATA E AINDA ATIVO, OU
001510*    LIBERADO SOMENTE DEPOIS DELA.
001520*----------------------------------------------------------------
001530     READ BLOQUEIOS-JUDICIAIS NEXT RECORD
001540         AT END
001550             SET WK-FIM-CLIENTE TO TRUE
001560             GO TO 2100-LER-BLOQUEIO-EXIT
001570     END-READ.
001580*
001590     IF NOT WK-FS-BLQJUD-OK
001600         SET WK-FIM-CLIENTE TO TRUE
001610         SET BJP-CONTROLE-INDISPONIVEL TO TRUE
001620         DISPLAY "AVISO: ERRO DE LEITURA NO ARQUIVO BLQJUD "
001630                 "(STATUS " WK-FS-BLQJUD ") - CLIENTE "
001640                 BJP-CLI-NUMERO "."
001650         GO TO 2100-LER-BLOQUEIO-EXIT
001660     END-IF.
001670*
001680     IF BJD-CLI-NUMERO IS NOT EQUAL TO BJP-CLI-NUMERO
001690         SET WK-FIM-CLIENTE TO TRUE
001700         GO TO 2100-LER-BLOQUEIO-EXIT
001710     END-IF.
001720*
001730     IF BJD-DATA-INICIO IS GREATER THAN BJP-DATA-REFERENCIA
001740         GO TO 2100-LER-BLOQUEIO-EXIT
001750     END-IF.
001760*
001770     IF BJD-ATIVO
001780        OR (BJD-LIBERADO
001790            AND BJD-DATA-LIBERACAO IS GREATER THAN
001800                BJP-DATA-REFERENCIA)
001810         ADD BJD-VALOR TO BJP-VL-BLOQUEADO
001820         ADD 1         TO BJP-QT-BLOQUEIOS
001830     END-IF.
001840*
001850 2100-LER-BLOQUEIO-EXIT.
001860     EXIT.
001870*
001880 8000-FECHAR-ARQUIVO.
001890*----------------------------------------------------------------
001900*    FECHA O ARQUIVO ABERTO NA PRIMEIRA CHAMADA E VOLTA A
001910*    SITUACAO INICIAL, PARA QUE UMA NOVA CHAMADA TENTE ABRIR
001920*    DE NOVO.
001930*----------------------------------------------------------------
001940     IF WK-ARQUIVO-ABERTO
001950         CLOSE BLOQUEIOS-JUDICIAIS
001960     END-IF.
001970     SET WK-ARQUIVO-NAO-ABERTO TO TRUE.
001980*
001990 8000-FECHAR-ARQUIVO-EXIT.
002000     EXIT.
002010*
002020 9999-FIM.
002030     EXIT PROGRAM.
