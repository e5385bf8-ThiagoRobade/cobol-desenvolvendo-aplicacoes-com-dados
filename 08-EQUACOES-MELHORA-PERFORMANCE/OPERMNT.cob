000180*                    PERFIL SUPERVISOR (SIGN-ON PELO       *
000190*                    CLISIGN) E COM CADA ACAO LOGADA NO    *
000200*                    CLIMLOG.                              *
000210* 2026-10-15 EBC     INCLUSAO PEDE A AGENCIA DE LOTACAO E  *
000220*                    O CPF DO OPERADOR (CONFERIDO PELO     *
000230*                    DOCVALID), GRAVADOS NOS NOVOS         *
000240*                    OPER-AGENCIA E OPER-DOCUMENTO DO      *
000250*                    CLIOPRRG; A NOVA OPCAO "A" ATUALIZA   *
000260*                    OS DOIS NOS OPERADORES JA             *
000270*                    CADASTRADOS, COM LOG NO CLIMLOG. A    *
000280*                    LISTAGEM MOSTRA A AGENCIA. USADOS     *
000290*                    PELA REVISAO MENSAL DO CLIMLOG        *
000300*                    (CLIMLREV).                           *
000310*----------------------------------------------------------*
000320 ENVIRONMENT             DIVISION.
000330 CONFIGURATION           SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360
000370 INPUT-OUTPUT            SECTION.
000380 FILE-CONTROL.
000390     SELECT OPERADORES ASSIGN TO "CLIOPER"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-OPERADORES.
000420     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-LOG-MANUTENCAO.
000450
000460 DATA                    DIVISION.
000470 FILE                    SECTION.
000480 FD  OPERADORES
000490     LABEL RECORD IS STANDARD.
000500     COPY CLIOPRRG.
000510
000520 FD  LOG-MANUTENCAO
000530     LABEL RECORD IS STANDARD.
000540 01  MLOG-LINHA               PICTURE X(120).
000550
000560 WORKING-STORAGE         SECTION.
000570 01  WRK-FLAGS.
000580     05  WRK-SAIR            PICTURE X(01)      VALUE "N".
000590         88  SAIR-DO-MENU                       VALUE "S".
000600     05  WRK-FIM-OPER        PICTURE X(01)      VALUE "N".
000610         88  FIM-ARQUIVO-OPERADORES             VALUE "S".
000620 01  FS-OPERADORES           PICTURE X(02)      VALUE "00".
000630 01  FS-LOG-MANUTENCAO       PICTURE X(02)      VALUE "00".
000640 77  WRK-OPCAO                PICTURE X(01)      VALUE SPACES.
000650 77  WRK-OPERADOR             PICTURE X(08)      VALUE SPACES.
000660 77  WRK-ID-INFORMADO         PICTURE X(08)      VALUE SPACES.
000670 77  WRK-SENHA-INFORMADA      PICTURE X(08)      VALUE SPACES.
000680 77  WRK-EXIGE-SUPERV         PICTURE X(01)      VALUE "S".
000690 77  WRK-RESULTADO-SIGNON     PICTURE X(01)      VALUE SPACES.
000700 77  WRK-PERFIL-OPERADOR      PICTURE X(01)      VALUE SPACES.
000710 77  WRK-TENTATIVAS           PICTURE 9(01)      COMP VALUE ZEROS.
000720 77  WRK-HORA-COMPLETA        PICTURE 9(08)      VALUE ZEROS.
000730 77  WRK-DATA-SISTEMA         PICTURE 9(08)      VALUE ZEROS.
000740 77  WRK-ID-ALVO              PICTURE X(08)      VALUE SPACES.
000750 77  WRK-IDX-OPER             PICTURE 9(03)      COMP VALUE ZEROS.
000760 77  WRK-IDX-ACHADO           PICTURE 9(03)      COMP VALUE ZEROS.
000770 77  WRK-QTD-OPER             PICTURE 9(03)      COMP VALUE ZEROS.
000780 77  WRK-MAX-OPER             PICTURE 9(03)      COMP VALUE 200.
000790 77  WRK-TIPO-DOC-OPER        PICTURE X(01)      VALUE "F".
000800 01  WRK-DOC-VALIDO           PICTURE X(01)      VALUE "S".
000810     88  DOCUMENTO-OK                            VALUE "S".
000820     88  DOCUMENTO-COM-ERRO                      VALUE "N".
000830 01  WRK-CADASTRO-OPER.
000840     05  WRK-AGENCIA-OPER     PICTURE 9(04)      VALUE ZEROS.
000850     05  WRK-DOC-OPER         PICTURE 9(14)      VALUE ZEROS.
000860 01  WRK-IMAGEM-CADASTRO.
000870     05  FILLER               PICTURE X(03) VALUE "AG ".
000880     05  WRK-IMG-AGENCIA      PICTURE 9(04).
000890     05  FILLER               PICTURE X(05) VALUE " CPF ".
000900     05  WRK-IMG-DOCUMENTO    PICTURE 9(14).
000910
000920*----------------------------------------------------------*
000930* O CLIOPER E LINE SEQUENTIAL: O ARQUIVO INTEIRO E         *
000940* CARREGADO NA TABELA E REGRAVADO APOS CADA ACAO           *
000950*----------------------------------------------------------*
000960 01  TAB-OPERADORES.
000970     05  TAB-OPER-LINHA          OCCURS 200 TIMES
000980                                 PICTURE X(80).
000990
001000*----------------------------------------------------------*
001010* LINHA DO LOG DE MANUTENCAO (CLIMLOG), NOS MOLDES DO      *
001020* CLIMAINT - O CAMPO CLIENTE FICA ZERADO (A ACAO E SOBRE   *
001030* OPERADOR, IDENTIFICADO NAS IMAGENS ANTES/DEPOIS)         *
001040*----------------------------------------------------------*
001050 01  MLOG-REGISTRO.
001060     05  MLOG-DATA            PICTURE 9(08).
001070     05  FILLER               PICTURE X(01) VALUE SPACES.
001080     05  MLOG-HORA            PICTURE 9(06).
001090     05  FILLER               PICTURE X(01) VALUE SPACES.
001100     05  MLOG-OPERADOR        PICTURE X(08).
001110     05  FILLER               PICTURE X(01) VALUE SPACES.
001120     05  MLOG-FUNCAO          PICTURE X(01).
001130     05  FILLER               PICTURE X(01) VALUE SPACES.
001140     05  MLOG-CLIENTE         PICTURE 9(06).
001150     05  FILLER               PICTURE X(01) VALUE SPACES.
001160     05  MLOG-CAMPO           PICTURE X(12).
001170     05  FILLER               PICTURE X(01) VALUE SPACES.
001180     05  MLOG-ANTES           PICTURE X(34).
001190     05  FILLER               PICTURE X(01) VALUE SPACES.
001200     05  MLOG-DEPOIS          PICTURE X(34).
001210     05  FILLER               PICTURE X(04) VALUE SPACES.
001220
001230 PROCEDURE               DIVISION.
001240*----------------------------------------------------------*
001250* 0000-MAINLINE - SIGN-ON DE SUPERVISOR, CARGA DO CLIOPER  *
001260*                 E MENU                                   *
001270*----------------------------------------------------------*
001280 0000-MAINLINE.
001290     OPEN EXTEND LOG-MANUTENCAO.
001300     IF FS-LOG-MANUTENCAO NOT = "00"
001310         DISPLAY "OPERMNT: ERRO AO ABRIR CLIMLOG - STATUS "
001320                 FS-LOG-MANUTENCAO
001330         GO TO 9999-EXIT
001340     END-IF.
001350     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
001360     DISPLAY "OPERMNT - ADMINISTRACAO DE OPERADORES".
001370     DISPLAY "IDENTIFICACAO DO SUPERVISOR".
001380     PERFORM 0500-IDENTIFICAR-OPERADOR
001390             THRU 0500-IDENTIFICAR-OPERADOR-EXIT.
001400     IF WRK-RESULTADO-SIGNON NOT = "S"
001410         DISPLAY "OPERMNT: SIGN-ON RECUSADO - ENCERRANDO"
001420         CLOSE LOG-MANUTENCAO
001430         GO TO 9999-EXIT
001440     END-IF.
001450     PERFORM 1500-CARREGAR-ARQUIVO
001460             THRU 1500-CARREGAR-ARQUIVO-EXIT.
001470     PERFORM 1000-EXIBIR-MENU THRU 1000-EXIBIR-MENU-EXIT
001480             UNTIL SAIR-DO-MENU.
001490     CLOSE LOG-MANUTENCAO.
001500     GO TO 9999-EXIT.
001510
001520*----------------------------------------------------------*
001530* 0500-IDENTIFICAR-OPERADOR - SIGN-ON PELO CLISIGN (SO     *
001540*                 PERFIL SUPERVISOR), TRES TENTATIVAS      *
001550*----------------------------------------------------------*
001560 0500-IDENTIFICAR-OPERADOR.
001570     MOVE ZEROS TO WRK-TENTATIVAS.
001580 0510-PEDIR-CREDENCIAIS.
001590     IF WRK-TENTATIVAS >= 3
001600         MOVE "L" TO MLOG-FUNCAO
001610         MOVE "SIGNON      " TO MLOG-CAMPO
001620         MOVE WRK-ID-INFORMADO TO MLOG-ANTES
001630         MOVE "RECUSADO" TO MLOG-DEPOIS
001640         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
001650         GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
001660     END-IF.
001670     ADD 1 TO WRK-TENTATIVAS.
001680     DISPLAY "OPERADOR: ".
001690     ACCEPT WRK-ID-INFORMADO.
001700     DISPLAY "SENHA   : ".
001710     ACCEPT WRK-SENHA-INFORMADA.
001720     CALL "CLISIGN" USING WRK-ID-INFORMADO
001730             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
001740             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
001750     IF WRK-RESULTADO-SIGNON NOT = "S"
001760         DISPLAY "OPERMNT: SIGN-ON NAO ACEITO (RESULTADO "
001770                 WRK-RESULTADO-SIGNON ")"
001780         IF WRK-RESULTADO-SIGNON = "B"
001790                 OR WRK-RESULTADO-SIGNON = "R"
001800                 OR WRK-RESULTADO-SIGNON = "I"
001810             GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
001820         END-IF
001830         GO TO 0510-PEDIR-CREDENCIAIS
001840     END-IF.
001850     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR.
001860 0500-IDENTIFICAR-OPERADOR-EXIT.
001870     EXIT.
001880
001890*----------------------------------------------------------*
001900* 1000-EXIBIR-MENU - APRESENTA AS OPCOES E DESVIA          *
001910*----------------------------------------------------------*
001920 1000-EXIBIR-MENU.
001930     DISPLAY "--------------------------------------------".
001940     DISPLAY "ADMINISTRACAO DE OPERADORES".
001950     DISPLAY "  I - INCLUIR OPERADOR".
001960     DISPLAY "  R - REVOGAR OPERADOR".
001970     DISPLAY "  Z - RESETAR SENHA (TROCA OBRIGATORIA)".
001980     DISPLAY "  D - DESBLOQUEAR OPERADOR".
001990     DISPLAY "  A - ATUALIZAR AGENCIA/CPF DO OPERADOR".
002000     DISPLAY "  L - LISTAR OPERADORES".
002010     DISPLAY "  S - SAIR".
002020     DISPLAY "--------------------------------------------".
002030     DISPLAY "OPCAO: ".
002040     ACCEPT WRK-OPCAO.
002050     EVALUATE WRK-OPCAO
002060         WHEN "I"
002070             PERFORM 2000-INCLUIR THRU 2000-INCLUIR-EXIT
002080         WHEN "R"
002090             PERFORM 3000-REVOGAR THRU 3000-REVOGAR-EXIT
002100         WHEN "Z"
002110             PERFORM 4000-RESETAR-SENHA
002120                     THRU 4000-RESETAR-SENHA-EXIT
002130         WHEN "D"
002140             PERFORM 5000-DESBLOQUEAR THRU 5000-DESBLOQUEAR-EXIT
002150         WHEN "A"
002160             PERFORM 5500-ATUALIZAR-CADASTRO
002170                     THRU 5500-ATUALIZAR-CADASTRO-EXIT
002180         WHEN "L"
002190             PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
002200         WHEN "S"
002210             SET SAIR-DO-MENU TO TRUE
002220         WHEN OTHER
002230             DISPLAY "OPERMNT: OPCAO INVALIDA"
002240     END-EVALUATE.
002250 1000-EXIBIR-MENU-EXIT.
002260     EXIT.
002270
002280*----------------------------------------------------------*
002290* 1500-CARREGAR-ARQUIVO - CARREGA O CLIOPER NA TABELA      *
002300*----------------------------------------------------------*
002310 1500-CARREGAR-ARQUIVO.
002320     MOVE "N" TO WRK-FIM-OPER.
002330     MOVE ZEROS TO WRK-QTD-OPER.
002340     OPEN INPUT OPERADORES.
002350     IF FS-OPERADORES NOT = "00"
002360         DISPLAY "OPERMNT: CLIOPER AINDA NAO EXISTE - "
002370                 "PARTINDO DE ARQUIVO VAZIO"
002380         GO TO 1500-CARREGAR-ARQUIVO-EXIT
002390     END-IF.
002400     PERFORM 1550-LER-OPERADOR THRU 1550-LER-OPERADOR-EXIT
002410             UNTIL FIM-ARQUIVO-OPERADORES.
002420     CLOSE OPERADORES.
002430 1500-CARREGAR-ARQUIVO-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------*
002470* 1550-LER-OPERADOR - CARREGA UM REGISTRO NA TABELA        *
002480*----------------------------------------------------------*
002490 1550-LER-OPERADOR.
002500     READ OPERADORES
002510         AT END
002520             SET FIM-ARQUIVO-OPERADORES TO TRUE
002530             GO TO 1550-LER-OPERADOR-EXIT
002540     END-READ.
002550     IF WRK-QTD-OPER >= WRK-MAX-OPER
002560         DISPLAY "OPERMNT: TABELA DE OPERADORES CHEIA"
002570         GO TO 1550-LER-OPERADOR-EXIT
002580     END-IF.
002590     ADD 1 TO WRK-QTD-OPER.
002600     MOVE OPER-REGISTRO TO TAB-OPER-LINHA (WRK-QTD-OPER).
002610 1550-LER-OPERADOR-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------*
002650* 1600-PROCURAR-OPERADOR - LOCALIZA NA TABELA O ID PEDIDO  *
002660*                 EM WRK-ID-ALVO (ZERO QUANDO NAO EXISTE)  *
002670*----------------------------------------------------------*
002680 1600-PROCURAR-OPERADOR.
002690     MOVE ZEROS TO WRK-IDX-ACHADO.
002700     PERFORM 1650-CONFERIR-OPERADOR
002710             THRU 1650-CONFERIR-OPERADOR-EXIT
002720             VARYING WRK-IDX-OPER FROM 1 BY 1
002730             UNTIL WRK-IDX-OPER > WRK-QTD-OPER.
002740 1600-PROCURAR-OPERADOR-EXIT.
002750     EXIT.
002760
002770*----------------------------------------------------------*
002780* 1650-CONFERIR-OPERADOR - CONFERE UMA ENTRADA DA TABELA   *
002790*----------------------------------------------------------*
002800 1650-CONFERIR-OPERADOR.
002810     MOVE TAB-OPER-LINHA (WRK-IDX-OPER) TO OPER-REGISTRO.
002820     IF WRK-IDX-ACHADO = ZEROS AND OPER-ID = WRK-ID-ALVO
002830         MOVE WRK-IDX-OPER TO WRK-IDX-ACHADO
002840     END-IF.
002850 1650-CONFERIR-OPERADOR-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------*
002890* 2000-INCLUIR - INCLUI UM OPERADOR NOVO, COM TROCA DE     *
002900*                 SENHA OBRIGATORIA NO PRIMEIRO SIGN-ON    *
002910*----------------------------------------------------------*
002920 2000-INCLUIR.
002930     DISPLAY "ID DO NOVO OPERADOR (8 POSICOES): ".
002940     ACCEPT WRK-ID-ALVO.
002950     IF WRK-ID-ALVO = SPACES
002960         DISPLAY "OPERMNT: ID EM BRANCO - NADA GRAVADO"
002970         GO TO 2000-INCLUIR-EXIT
002980     END-IF.
002990     PERFORM 1600-PROCURAR-OPERADOR
003000             THRU 1600-PROCURAR-OPERADOR-EXIT.
003010     IF WRK-IDX-ACHADO NOT = ZEROS
003020         DISPLAY "OPERMNT: OPERADOR " WRK-ID-ALVO " JA EXISTE"
003030         GO TO 2000-INCLUIR-EXIT
003040     END-IF.
003050     IF WRK-QTD-OPER >= WRK-MAX-OPER
003060         DISPLAY "OPERMNT: TABELA DE OPERADORES CHEIA"
003070         GO TO 2000-INCLUIR-EXIT
003080     END-IF.
003090     MOVE SPACES TO OPER-REGISTRO.
003100     MOVE WRK-ID-ALVO TO OPER-ID.
003110     DISPLAY "SENHA TEMPORARIA: ".
003120     ACCEPT OPER-SENHA.
003130     DISPLAY "PERFIL (C-CONSULTA/M-MANUTENCAO/S-SUPERVISOR): ".
003140     ACCEPT OPER-PERFIL.
003150     IF NOT PERFIL-CONSULTA AND NOT PERFIL-MANUTENCAO
003160             AND NOT PERFIL-SUPERVISOR
003170         DISPLAY "OPERMNT: PERFIL INVALIDO - NADA GRAVADO"
003180         GO TO 2000-INCLUIR-EXIT
003190     END-IF.
003200     PERFORM 2100-PEDIR-CADASTRO THRU 2100-PEDIR-CADASTRO-EXIT.
003210     IF DOCUMENTO-COM-ERRO
003220         DISPLAY "OPERMNT: AGENCIA/CPF INVALIDO - NADA GRAVADO"
003230         GO TO 2000-INCLUIR-EXIT
003240     END-IF.
003250     MOVE WRK-AGENCIA-OPER TO OPER-AGENCIA.
003260     MOVE WRK-DOC-OPER TO OPER-DOCUMENTO.
003270     SET OPER-ATIVO TO TRUE.
003280     MOVE WRK-DATA-SISTEMA TO OPER-DATA-SENHA.
003290     MOVE ZEROS TO OPER-TENTATIVAS.
003300*    SENHA TEMPORARIA VALE UM SIGN-ON: A TROCA E FORCADA.
003310     MOVE "S" TO OPER-TROCA-OBRIG.
003320     ADD 1 TO WRK-QTD-OPER.
003330     MOVE OPER-REGISTRO TO TAB-OPER-LINHA (WRK-QTD-OPER).
003340     PERFORM 8000-REGRAVAR-ARQUIVO
003350             THRU 8000-REGRAVAR-ARQUIVO-EXIT.
003360     DISPLAY "OPERMNT: OPERADOR " WRK-ID-ALVO " INCLUIDO".
003370     MOVE "I" TO MLOG-FUNCAO.
003380     MOVE "OPERADOR    " TO MLOG-CAMPO.
003390     MOVE SPACES TO MLOG-ANTES.
003400     MOVE WRK-ID-ALVO TO MLOG-DEPOIS.
003410     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
003420 2000-INCLUIR-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------*
003460* 2100-PEDIR-CADASTRO - PEDE A AGENCIA DE LOTACAO E O CPF  *
003470*                 DO OPERADOR; CPF CONFERIDO PELO DOCVALID *
003480*----------------------------------------------------------*
003490 2100-PEDIR-CADASTRO.
003500     MOVE "N" TO WRK-DOC-VALIDO.
003510     DISPLAY "AGENCIA DE LOTACAO (4 DIGITOS): ".
003520     ACCEPT WRK-AGENCIA-OPER.
003530     IF WRK-AGENCIA-OPER NOT NUMERIC
003540         GO TO 2100-PEDIR-CADASTRO-EXIT
003550     END-IF.
003560     DISPLAY "CPF DO OPERADOR (SO DIGITOS): ".
003570     ACCEPT WRK-DOC-OPER.
003580     IF WRK-DOC-OPER NOT NUMERIC
003590         GO TO 2100-PEDIR-CADASTRO-EXIT
003600     END-IF.
003610     CALL "DOCVALID" USING WRK-DOC-OPER WRK-TIPO-DOC-OPER
003620             WRK-DOC-VALIDO.
003630 2100-PEDIR-CADASTRO-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------*
003670* 3000-REVOGAR - MARCA UM OPERADOR COMO REVOGADO (O        *
003680*                 REGISTRO FICA COMO EVIDENCIA)            *
003690*----------------------------------------------------------*
003700 3000-REVOGAR.
003710     DISPLAY "ID DO OPERADOR A REVOGAR: ".
003720     ACCEPT WRK-ID-ALVO.
003730     PERFORM 1600-PROCURAR-OPERADOR
003740             THRU 1600-PROCURAR-OPERADOR-EXIT.
003750     IF WRK-IDX-ACHADO = ZEROS
003760         DISPLAY "OPERMNT: OPERADOR " WRK-ID-ALVO
003770                 " NAO ENCONTRADO"
003780         GO TO 3000-REVOGAR-EXIT
003790     END-IF.
003800     IF WRK-ID-ALVO = WRK-OPERADOR
003810         DISPLAY "OPERMNT: O SUPERVISOR NAO REVOGA O PROPRIO ID"
003820         GO TO 3000-REVOGAR-EXIT
003830     END-IF.
003840     MOVE TAB-OPER-LINHA (WRK-IDX-ACHADO) TO OPER-REGISTRO.
003850     SET OPER-REVOGADO TO TRUE.
003860     MOVE OPER-REGISTRO TO TAB-OPER-LINHA (WRK-IDX-ACHADO).
003870     PERFORM 8000-REGRAVAR-ARQUIVO
003880             THRU 8000-REGRAVAR-ARQUIVO-EXIT.
003890     DISPLAY "OPERMNT: OPERADOR " WRK-ID-ALVO " REVOGADO".
003900     MOVE "R" TO MLOG-FUNCAO.
003910     MOVE "OPERADOR    " TO MLOG-CAMPO.
003920     MOVE WRK-ID-ALVO TO MLOG-ANTES.
003930     MOVE "REVOGADO" TO MLOG-DEPOIS.
003940     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
003950 3000-REVOGAR-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------*
003990* 4000-RESETAR-SENHA - GRAVA UMA SENHA TEMPORARIA E FORCA  *
004000*                 A TROCA NO PROXIMO SIGN-ON               *
004010*----------------------------------------------------------*
004020 4000-RESETAR-SENHA.
004030     DISPLAY "ID DO OPERADOR A RESETAR: ".
004040     ACCEPT WRK-ID-ALVO.
004050     PERFORM 1600-PROCURAR-OPERADOR
004060             THRU 1600-PROCURAR-OPERADOR-EXIT.
004070     IF WRK-IDX-ACHADO = ZEROS
004080         DISPLAY "OPERMNT: OPERADOR " WRK-ID-ALVO
004090                 " NAO ENCONTRADO"
004100         GO TO 4000-RESETAR-SENHA-EXIT
004110     END-IF.
004120     MOVE TAB-OPER-LINHA (WRK-IDX-ACHADO) TO OPER-REGISTRO.
004130     DISPLAY "SENHA TEMPORARIA: ".
004140     ACCEPT OPER-SENHA.
004150     MOVE WRK-DATA-SISTEMA TO OPER-DATA-SENHA.
004160     MOVE ZEROS TO OPER-TENTATIVAS.
004170     MOVE "S" TO OPER-TROCA-OBRIG.
004180     IF OPER-BLOQUEADO
004190         SET OPER-ATIVO TO TRUE
004200     END-IF.
004210     MOVE OPER-REGISTRO TO TAB-OPER-LINHA (WRK-IDX-ACHADO).
004220     PERFORM 8000-REGRAVAR-ARQUIVO
004230             THRU 8000-REGRAVAR-ARQUIVO-EXIT.
004240     DISPLAY "OPERMNT: SENHA DO OPERADOR " WRK-ID-ALVO
004250             " RESETADA - TROCA OBRIGATORIA NO SIGN-ON".
004260     MOVE "Z" TO MLOG-FUNCAO.
004270     MOVE "SENHA       " TO MLOG-CAMPO.
004280     MOVE WRK-ID-ALVO TO MLOG-ANTES.
004290     MOVE "RESETADA" TO MLOG-DEPOIS.
004300     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
004310 4000-RESETAR-SENHA-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------*
004350* 5000-DESBLOQUEAR - VOLTA PARA ATIVO UM ID BLOQUEADO POR  *
004360*                 TENTATIVAS, ZERANDO O CONTADOR           *
004370*----------------------------------------------------------*
004380 5000-DESBLOQUEAR.
004390     DISPLAY "ID DO OPERADOR A DESBLOQUEAR: ".
004400     ACCEPT WRK-ID-ALVO.
004410     PERFORM 1600-PROCURAR-OPERADOR
004420             THRU 1600-PROCURAR-OPERADOR-EXIT.
004430     IF WRK-IDX-ACHADO = ZEROS
004440         DISPLAY "OPERMNT: OPERADOR " WRK-ID-ALVO
004450                 " NAO ENCONTRADO"
004460         GO TO 5000-DESBLOQUEAR-EXIT
004470     END-IF.
004480     MOVE TAB-OPER-LINHA (WRK-IDX-ACHADO) TO OPER-REGISTRO.
004490     IF NOT OPER-BLOQUEADO
004500         DISPLAY "OPERMNT: OPERADOR " WRK-ID-ALVO
004510                 " NAO ESTA BLOQUEADO"
004520         GO TO 5000-DESBLOQUEAR-EXIT
004530     END-IF.
004540     SET OPER-ATIVO TO TRUE.
004550     MOVE ZEROS TO OPER-TENTATIVAS.
004560     MOVE OPER-REGISTRO TO TAB-OPER-LINHA (WRK-IDX-ACHADO).
004570     PERFORM 8000-REGRAVAR-ARQUIVO
004580             THRU 8000-REGRAVAR-ARQUIVO-EXIT.
004590     DISPLAY "OPERMNT: OPERADOR " WRK-ID-ALVO " DESBLOQUEADO".
004600     MOVE "D" TO MLOG-FUNCAO.
004610     MOVE "OPERADOR    " TO MLOG-CAMPO.
004620     MOVE "BLOQUEADO" TO MLOG-ANTES.
004630     MOVE "ATIVO" TO MLOG-DEPOIS.
004640     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
004650 5000-DESBLOQUEAR-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------*
004690* 5500-ATUALIZAR-CADASTRO - GRAVA A AGENCIA E O CPF DE UM  *
004700*                 OPERADOR JA CADASTRADO                   *
004710*----------------------------------------------------------*
004720 5500-ATUALIZAR-CADASTRO.
004730     DISPLAY "ID DO OPERADOR A ATUALIZAR: ".
004740     ACCEPT WRK-ID-ALVO.
004750     PERFORM 1600-PROCURAR-OPERADOR
004760             THRU 1600-PROCURAR-OPERADOR-EXIT.
004770     IF WRK-IDX-ACHADO = ZEROS
004780         DISPLAY "OPERMNT: OPERADOR " WRK-ID-ALVO
004790                 " NAO ENCONTRADO"
004800         GO TO 5500-ATUALIZAR-CADASTRO-EXIT
004810     END-IF.
004820     PERFORM 2100-PEDIR-CADASTRO THRU 2100-PEDIR-CADASTRO-EXIT.
004830     IF DOCUMENTO-COM-ERRO
004840         DISPLAY "OPERMNT: AGENCIA/CPF INVALIDO - NADA GRAVADO"
004850         GO TO 5500-ATUALIZAR-CADASTRO-EXIT
004860     END-IF.
004870     MOVE TAB-OPER-LINHA (WRK-IDX-ACHADO) TO OPER-REGISTRO.
004880     MOVE SPACES TO MLOG-ANTES.
004890     IF OPER-AGENCIA NUMERIC AND OPER-DOCUMENTO NUMERIC
004900         MOVE OPER-AGENCIA TO WRK-IMG-AGENCIA
004910         MOVE OPER-DOCUMENTO TO WRK-IMG-DOCUMENTO
004920         MOVE WRK-IMAGEM-CADASTRO TO MLOG-ANTES
004930     END-IF.
004940     MOVE WRK-AGENCIA-OPER TO OPER-AGENCIA WRK-IMG-AGENCIA.
004950     MOVE WRK-DOC-OPER TO OPER-DOCUMENTO WRK-IMG-DOCUMENTO.
004960     MOVE OPER-REGISTRO TO TAB-OPER-LINHA (WRK-IDX-ACHADO).
004970     PERFORM 8000-REGRAVAR-ARQUIVO
004980             THRU 8000-REGRAVAR-ARQUIVO-EXIT.
004990     DISPLAY "OPERMNT: CADASTRO DO OPERADOR " WRK-ID-ALVO
005000             " ATUALIZADO".
005010     MOVE "A" TO MLOG-FUNCAO.
005020     MOVE "OPERADOR    " TO MLOG-CAMPO.
005030     MOVE WRK-IMAGEM-CADASTRO TO MLOG-DEPOIS.
005040     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
005050 5500-ATUALIZAR-CADASTRO-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------*
005090* 6000-LISTAR - LISTA OS OPERADORES (SEM A SENHA)          *
005100*----------------------------------------------------------*
005110 6000-LISTAR.
005120     PERFORM 6100-EXIBIR-OPERADOR
005130             THRU 6100-EXIBIR-OPERADOR-EXIT
005140             VARYING WRK-IDX-OPER FROM 1 BY 1
005150             UNTIL WRK-IDX-OPER > WRK-QTD-OPER.
005160 6000-LISTAR-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------*
005200* 6100-EXIBIR-OPERADOR - EXIBE UMA ENTRADA DA TABELA       *
005210*----------------------------------------------------------*
005220 6100-EXIBIR-OPERADOR.
005230     MOVE TAB-OPER-LINHA (WRK-IDX-OPER) TO OPER-REGISTRO.
005240     DISPLAY "OPERADOR " OPER-ID " PERFIL " OPER-PERFIL
005250             " STATUS " OPER-STATUS
005260             " SENHA DE " OPER-DATA-SENHA
005270             " TENTATIVAS " OPER-TENTATIVAS
005280             " AGENCIA " OPER-AGENCIA.
005290 6100-EXIBIR-OPERADOR-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------*
005330* 8000-REGRAVAR-ARQUIVO - REGRAVA O CLIOPER INTEIRO A      *
005340*                 PARTIR DA TABELA                         *
005350*----------------------------------------------------------*
005360 8000-REGRAVAR-ARQUIVO.
005370     OPEN OUTPUT OPERADORES.
005380     IF FS-OPERADORES NOT = "00"
005390         DISPLAY "OPERMNT: ERRO AO REGRAVAR CLIOPER - STATUS "
005400                 FS-OPERADORES
005410         GO TO 8000-REGRAVAR-ARQUIVO-EXIT
005420     END-IF.
005430     PERFORM 8100-GRAVAR-UM-OPERADOR
005440             THRU 8100-GRAVAR-UM-OPERADOR-EXIT
005450             VARYING WRK-IDX-OPER FROM 1 BY 1
005460             UNTIL WRK-IDX-OPER > WRK-QTD-OPER.
005470     CLOSE OPERADORES.
005480 8000-REGRAVAR-ARQUIVO-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------*
005520* 8100-GRAVAR-UM-OPERADOR - GRAVA UMA LINHA DA TABELA      *
005530*----------------------------------------------------------*
005540 8100-GRAVAR-UM-OPERADOR.
005550     MOVE TAB-OPER-LINHA (WRK-IDX-OPER) TO OPER-REGISTRO.
005560     WRITE OPER-REGISTRO.
005570 8100-GRAVAR-UM-OPERADOR-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------*
005610* 7000-GRAVAR-LOG - GRAVA UMA LINHA NO LOG DE MANUTENCAO   *
005620*----------------------------------------------------------*
005630 7000-GRAVAR-LOG.
005640     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
005650*    TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
005660*    9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
005670     ACCEPT WRK-HORA-COMPLETA FROM TIME.
005680     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
005690     MOVE WRK-OPERADOR TO MLOG-OPERADOR.
005700     MOVE ZEROS TO MLOG-CLIENTE.
005710     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
005720 7000-GRAVAR-LOG-EXIT.
005730     EXIT.
005740
005750 9999-EXIT.
005760     STOP RUN.
