000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             VARMNT.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - MANUTENCAO DAS      *
000120*                    REGRAS DE VARREDURA AUTOMATICA        *
000130*                    (CLIVARR), MENU-DRIVEN VIA TERMINAL   *
000140*                    NOS MOLDES DO ORDMAINT: SIGN-ON       *
000150*                    CONTRA O CLIOPER, PERFIL "C" SO       *
000160*                    CONSULTA, INCLUSAO E CANCELAMENTO     *
000170*                    LOGADOS NO CLIMLOG. A CRITICA CONFERE *
000180*                    A CONTA (ATIVA, EM REAIS), O DESTINO  *
000190*                    - CONTA DO MESMO CPF/CNPJ, ATIVA E EM *
000200*                    REAIS, OU OS TERMOS DO CDB NAS FAIXAS *
000210*                    DO CDBMAINT - E O GATILHO NAO ACIMA   *
000220*                    DO PISO. REGRA CANCELADA PODE SER     *
000230*                    INCLUIDA DE NOVO POR CIMA. O LOTE     *
000240*                    CLIVAREX EXECUTA AS REGRAS ATIVAS.    *
000250*----------------------------------------------------------*
000260 ENVIRONMENT             DIVISION.
000270 CONFIGURATION           SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300
000310 INPUT-OUTPUT            SECTION.
000320 FILE-CONTROL.
000330     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CLI-ID
000370         FILE STATUS IS FS-CLIENTES-MASTER.
000380*----------------------------------------------------------*
000390* REGRAS DE VARREDURA AUTOMATICA DAS CONTAS                *
000400*----------------------------------------------------------*
000410     SELECT REGRAS ASSIGN TO "CLIVARR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS VAR-CLI-ID
000450         FILE STATUS IS FS-REGRAS.
000460*----------------------------------------------------------*
000470* LOG DAS ACOES DE MANUTENCAO, COM IMAGEM ANTES/DEPOIS     *
000480*----------------------------------------------------------*
000490     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-LOG-MANUTENCAO.
000520
000530 DATA                    DIVISION.
000540 FILE                    SECTION.
000550 FD  CLIENTES-MASTER
000560     LABEL RECORD IS STANDARD.
000570     COPY CLIREG.
000580
000590 FD  REGRAS
000600     LABEL RECORD IS STANDARD.
000610     COPY CLIVARRG.
000620
000630 FD  LOG-MANUTENCAO
000640     LABEL RECORD IS STANDARD.
000650 01  MLOG-LINHA               PICTURE X(120).
000660
000670
000680 WORKING-STORAGE         SECTION.
000690 01  WRK-FLAGS.
000700     05  WRK-SAIR            PICTURE X(01)      VALUE "N".
000710         88  SAIR-DO-MENU                       VALUE "S".
000720     05  WRK-REGRA-EXISTE    PICTURE X(01)      VALUE "N".
000730         88  REGRA-JA-CADASTRADA                VALUE "S".
000740 01  FS-CLIENTES-MASTER      PICTURE X(02)      VALUE "00".
000750 01  FS-REGRAS               PICTURE X(02)      VALUE "00".
000760 01  FS-LOG-MANUTENCAO       PICTURE X(02)      VALUE "00".
000770 77  WRK-OPCAO                PICTURE X(01)      VALUE SPACES.
000780 77  WRK-OPERADOR             PICTURE X(08)      VALUE SPACES.
000790 77  WRK-PERFIL-OPERADOR      PICTURE X(01)      VALUE SPACES.
000800 77  WRK-TENTATIVAS           PICTURE 9(01)      COMP VALUE ZEROS.
000810 77  WRK-ID-INFORMADO         PICTURE X(08)      VALUE SPACES.
000820 77  WRK-SENHA-INFORMADA      PICTURE X(08)      VALUE SPACES.
000830 77  WRK-EXIGE-SUPERV         PICTURE X(01)      VALUE "N".
000840 77  WRK-RESULTADO-SIGNON     PICTURE X(01)      VALUE SPACES.
000850 77  WRK-HORA-COMPLETA        PICTURE 9(08)      VALUE ZEROS.
000860 77  WRK-DATA-SISTEMA         PICTURE 9(08)      VALUE ZEROS.
000870 77  WRK-ENT-FATOR            PICTURE 9(03)      VALUE ZEROS.
000880 77  WRK-CLIENTE-ORIGEM       PICTURE 9(06)      VALUE ZEROS.
000890 77  WRK-DOC-ORIGEM           PICTURE 9(14)      VALUE ZEROS.
000900 77  WRK-TIPO-DOC-ORIGEM      PICTURE X(01)      VALUE SPACES.
000910 77  WRK-VALOR-ED             PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
000920 77  WRK-FATOR-ED             PICTURE 9,99.
000930 01  WRK-SIGNON.
000940     05  WRK-SIGNON-OK        PICTURE X(01)      VALUE "N".
000950         88  OPERADOR-AUTENTICADO            VALUE "S".
000960     05  WRK-AUTORIZADO       PICTURE X(01)      VALUE "N".
000970         88  FUNCAO-AUTORIZADA               VALUE "S".
000980
000990*----------------------------------------------------------*
001000* IMAGEM DA REGRA NO LOG (DESTINO E PISO), PARA O CLIMLOG  *
001010* MOSTRAR O QUE FOI INCLUIDO OU CANCELADO                  *
001020*----------------------------------------------------------*
001030 01  WRK-IMAGEM-REGRA.
001040     05  WRK-IMG-DESTINO      PICTURE X(01).
001050     05  FILLER               PICTURE X(01) VALUE SPACES.
001060     05  WRK-IMG-CONTA        PICTURE 9(06).
001070     05  FILLER               PICTURE X(01) VALUE SPACES.
001080     05  WRK-IMG-PISO         PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001090     05  FILLER               PICTURE X(07) VALUE SPACES.
001100
001110*----------------------------------------------------------*
001120* LINHA DO LOG DE MANUTENCAO (CLIMLOG), NOS MOLDES DO      *
001130* CLIMAINT: UMA LINHA POR ACAO, COM IMAGEM ANTES/DEPOIS    *
001140*----------------------------------------------------------*
001150 01  MLOG-REGISTRO.
001160     05  MLOG-DATA            PICTURE 9(08).
001170     05  FILLER               PICTURE X(01) VALUE SPACES.
001180     05  MLOG-HORA            PICTURE 9(06).
001190     05  FILLER               PICTURE X(01) VALUE SPACES.
001200     05  MLOG-OPERADOR        PICTURE X(08).
001210     05  FILLER               PICTURE X(01) VALUE SPACES.
001220     05  MLOG-FUNCAO          PICTURE X(01).
001230     05  FILLER               PICTURE X(01) VALUE SPACES.
001240     05  MLOG-CLIENTE         PICTURE 9(06).
001250     05  FILLER               PICTURE X(01) VALUE SPACES.
001260     05  MLOG-CAMPO           PICTURE X(12).
001270     05  FILLER               PICTURE X(01) VALUE SPACES.
001280     05  MLOG-ANTES           PICTURE X(34).
001290     05  FILLER               PICTURE X(01) VALUE SPACES.
001300     05  MLOG-DEPOIS          PICTURE X(34).
001310     05  FILLER               PICTURE X(04) VALUE SPACES.
001320
001330 PROCEDURE               DIVISION.
001340*----------------------------------------------------------*
001350* 0000-MAINLINE - ABRE OS ARQUIVOS E CONTROLA O MENU       *
001360*----------------------------------------------------------*
001370 0000-MAINLINE.
001380     OPEN INPUT CLIENTES-MASTER.
001390     IF FS-CLIENTES-MASTER NOT = "00"
001400         DISPLAY "VARMNT: ERRO AO ABRIR CLIMSTR - STATUS "
001410                 FS-CLIENTES-MASTER
001420         GO TO 9999-EXIT
001430     END-IF.
001440     OPEN I-O REGRAS.
001450     IF FS-REGRAS NOT = "00"
001460             AND FS-REGRAS NOT = "05"
001470         DISPLAY "VARMNT: ERRO AO ABRIR CLIVARR - STATUS "
001480                 FS-REGRAS
001490         CLOSE CLIENTES-MASTER
001500         GO TO 9999-EXIT
001510     END-IF.
001520     OPEN EXTEND LOG-MANUTENCAO.
001530     IF FS-LOG-MANUTENCAO NOT = "00"
001540         DISPLAY "VARMNT: ERRO AO ABRIR CLIMLOG - STATUS "
001550                 FS-LOG-MANUTENCAO
001560         CLOSE CLIENTES-MASTER REGRAS
001570         GO TO 9999-EXIT
001580     END-IF.
001590     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
001600     PERFORM 0500-IDENTIFICAR-OPERADOR
001610             THRU 0500-IDENTIFICAR-OPERADOR-EXIT.
001620     IF NOT OPERADOR-AUTENTICADO
001630         DISPLAY "VARMNT: SIGN-ON RECUSADO - ENCERRANDO"
001640         CLOSE CLIENTES-MASTER REGRAS LOG-MANUTENCAO
001650         GO TO 9999-EXIT
001660     END-IF.
001670     PERFORM 1000-EXIBIR-MENU THRU 1000-EXIBIR-MENU-EXIT
001680             UNTIL SAIR-DO-MENU.
001690     CLOSE CLIENTES-MASTER REGRAS LOG-MANUTENCAO.
001700     GO TO 9999-EXIT.
001710
001720*----------------------------------------------------------*
001730* 1000-EXIBIR-MENU - APRESENTA AS OPCOES E DESVIA PARA A   *
001740*                    FUNCAO ESCOLHIDA                      *
001750*----------------------------------------------------------*
001760 1000-EXIBIR-MENU.
001770     DISPLAY "--------------------------------------------".
001780     DISPLAY "VARREDURA AUTOMATICA (APLICACAO/RESGATE)".
001790     DISPLAY "  I - INCLUIR REGRA".
001800     DISPLAY "  C - CANCELAR REGRA".
001810     DISPLAY "  L - CONSULTAR REGRA DE UMA CONTA".
001820     DISPLAY "  S - SAIR".
001830     DISPLAY "--------------------------------------------".
001840     DISPLAY "OPCAO: ".
001850     ACCEPT WRK-OPCAO.
001860     EVALUATE WRK-OPCAO
001870         WHEN "I"
001880             PERFORM 0600-VERIFICAR-AUTORIZACAO
001890                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
001900             IF FUNCAO-AUTORIZADA
001910                 PERFORM 2000-INCLUIR-REGRA
001920                         THRU 2000-INCLUIR-REGRA-EXIT
001930             END-IF
001940         WHEN "C"
001950             PERFORM 0600-VERIFICAR-AUTORIZACAO
001960                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
001970             IF FUNCAO-AUTORIZADA
001980                 PERFORM 3000-CANCELAR-REGRA
001990                         THRU 3000-CANCELAR-REGRA-EXIT
002000             END-IF
002010         WHEN "L"
002020             PERFORM 4000-CONSULTAR-REGRA
002030                     THRU 4000-CONSULTAR-REGRA-EXIT
002040         WHEN "S"
002050             SET SAIR-DO-MENU TO TRUE
002060         WHEN OTHER
002070             DISPLAY "VARMNT: OPCAO INVALIDA"
002080     END-EVALUATE.
002090 1000-EXIBIR-MENU-EXIT.
002100     EXIT.
002110
002120*----------------------------------------------------------*
002130* 0500-IDENTIFICAR-OPERADOR - SIGN-ON DO OPERADOR CONTRA O *
002140*                 CLIOPER, COM TRES TENTATIVAS, NOS MOLDES *
002150*                 DO CLIMAINT. RECUSA LOGADA NO CLIMLOG.   *
002160*----------------------------------------------------------*
002170 0500-IDENTIFICAR-OPERADOR.
002180     MOVE ZEROS TO WRK-TENTATIVAS.
002190 0510-PEDIR-CREDENCIAIS.
002200     IF WRK-TENTATIVAS >= 3
002210         MOVE "L" TO MLOG-FUNCAO
002220         MOVE "SIGNON      " TO MLOG-CAMPO
002230         MOVE WRK-ID-INFORMADO TO MLOG-ANTES
002240         MOVE "RECUSADO" TO MLOG-DEPOIS
002250         MOVE ZEROS TO MLOG-CLIENTE
002260         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
002270         GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002280     END-IF.
002290     ADD 1 TO WRK-TENTATIVAS.
002300     DISPLAY "OPERADOR: ".
002310     ACCEPT WRK-ID-INFORMADO.
002320     DISPLAY "SENHA   : ".
002330     ACCEPT WRK-SENHA-INFORMADA.
002340     PERFORM 0550-CONFERIR-CREDENCIAIS
002350             THRU 0550-CONFERIR-CREDENCIAIS-EXIT.
002360     IF NOT OPERADOR-AUTENTICADO
002370         EVALUATE WRK-RESULTADO-SIGNON
002380             WHEN "B"
002390                 DISPLAY "VARMNT: OPERADOR BLOQUEADO"
002400                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002410             WHEN "R"
002420                 DISPLAY "VARMNT: OPERADOR REVOGADO"
002430                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002440             WHEN "I"
002450                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002460             WHEN OTHER
002470                 DISPLAY "VARMNT: USUARIO OU SENHA INVALIDOS"
002480         END-EVALUATE
002490         GO TO 0510-PEDIR-CREDENCIAIS
002500     END-IF.
002510     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR.
002520 0500-IDENTIFICAR-OPERADOR-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------*
002560* 0550-CONFERIR-CREDENCIAIS - CONFERE A CREDENCIAL PELA    *
002570*                 SUBROTINA CLISIGN, QUE APLICA O CICLO DE *
002580*                 VIDA DO CLIOPER (BLOQUEIO, REVOGACAO E   *
002590*                 VENCIMENTO DE SENHA)                     *
002600*----------------------------------------------------------*
002610 0550-CONFERIR-CREDENCIAIS.
002620     MOVE "N" TO WRK-SIGNON-OK.
002630     CALL "CLISIGN" USING WRK-ID-INFORMADO
002640             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
002650             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
002660     IF WRK-RESULTADO-SIGNON = "S"
002670         MOVE "S" TO WRK-SIGNON-OK
002680     END-IF.
002690 0550-CONFERIR-CREDENCIAIS-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------*
002730* 0600-VERIFICAR-AUTORIZACAO - PERFIL "C" (CONSULTA) NAO   *
002740*                 EXECUTA INCLUSAO NEM CANCELAMENTO.       *
002750*                 TENTATIVA NEGADA E LOGADA NO CLIMLOG.    *
002760*----------------------------------------------------------*
002770 0600-VERIFICAR-AUTORIZACAO.
002780     MOVE "N" TO WRK-AUTORIZADO.
002790     IF WRK-PERFIL-OPERADOR = "S"
002800             OR WRK-PERFIL-OPERADOR = "M"
002810         MOVE "S" TO WRK-AUTORIZADO
002820     END-IF.
002830     IF NOT FUNCAO-AUTORIZADA
002840         DISPLAY "VARMNT: FUNCAO " WRK-OPCAO " NAO "
002850                 "AUTORIZADA PARA O PERFIL "
002860                 WRK-PERFIL-OPERADOR
002870         MOVE WRK-OPCAO TO MLOG-FUNCAO
002880         MOVE "AUTORIZACAO " TO MLOG-CAMPO
002890         MOVE WRK-PERFIL-OPERADOR TO MLOG-ANTES
002900         MOVE "NEGADO" TO MLOG-DEPOIS
002910         MOVE ZEROS TO MLOG-CLIENTE
002920         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
002930     END-IF.
002940 0600-VERIFICAR-AUTORIZACAO-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------*
002980* 2000-INCLUIR-REGRA - CADASTRA A REGRA DE VARREDURA DA    *
002990*                 CONTA, COM CRITICA DE DOMINIO ANTES DA   *
003000*                 GRAVACAO. CONTA COM REGRA ATIVA PRECISA  *
003010*                 CANCELAR ANTES; REGRA CANCELADA E        *
003020*                 SUBSTITUIDA PELA NOVA.                   *
003030*----------------------------------------------------------*
003040 2000-INCLUIR-REGRA.
003050     DISPLAY "NUMERO DA CONTA DE ORIGEM: ".
003060     ACCEPT CLI-ID.
003070     READ CLIENTES-MASTER
003080         INVALID KEY
003090             DISPLAY "VARMNT: CLIENTE " CLI-ID " NAO ENCONTRADO"
003100             GO TO 2000-INCLUIR-REGRA-EXIT
003110     END-READ.
003120     IF NOT CLI-ATIVO
003130         DISPLAY "VARMNT: CLIENTE " CLI-ID " NAO ESTA ATIVO - "
003140                 "REGRA NAO INCLUIDA"
003150         GO TO 2000-INCLUIR-REGRA-EXIT
003160     END-IF.
003170     IF NOT MOEDA-REAL
003180         DISPLAY "VARMNT: CONTA EM " CLI-MOEDA " - VARREDURA "
003190                 "SO PARA CONTA EM REAIS"
003200         GO TO 2000-INCLUIR-REGRA-EXIT
003210     END-IF.
003220     MOVE CLI-ID        TO WRK-CLIENTE-ORIGEM.
003230     MOVE CLI-DOCUMENTO TO WRK-DOC-ORIGEM.
003240     MOVE CLI-TIPO-DOC  TO WRK-TIPO-DOC-ORIGEM.
003250     MOVE "N" TO WRK-REGRA-EXISTE.
003260     MOVE CLI-ID TO VAR-CLI-ID.
003270     READ REGRAS
003280         INVALID KEY
003290             CONTINUE
003300         NOT INVALID KEY
003310             SET REGRA-JA-CADASTRADA TO TRUE
003320     END-READ.
003330     IF REGRA-JA-CADASTRADA AND VAR-ATIVA
003340         DISPLAY "VARMNT: CONTA " VAR-CLI-ID " JA TEM REGRA "
003350                 "ATIVA - CANCELAR ANTES DE INCLUIR OUTRA"
003360         GO TO 2000-INCLUIR-REGRA-EXIT
003370     END-IF.
003380     MOVE SPACES TO VAR-REGISTRO.
003390     MOVE WRK-CLIENTE-ORIGEM TO VAR-CLI-ID.
003400     MOVE ZEROS TO VAR-CONTA-DEST VAR-CDB-FATOR
003410             VAR-CDB-FATOR-RESGATE VAR-CDB-PRAZO.
003420     DISPLAY "DESTINO (C-CONTA/P-CDB): ".
003430     ACCEPT VAR-DESTINO.
003440     IF NOT VAR-PARA-CONTA AND NOT VAR-PARA-CDB
003450         DISPLAY "VARMNT: DESTINO INVALIDO - REGRA NAO INCLUIDA"
003460         GO TO 2000-INCLUIR-REGRA-EXIT
003470     END-IF.
003480     IF VAR-PARA-CONTA
003490         PERFORM 2100-CRITICAR-CONTA-DESTINO
003500                 THRU 2100-CRITICAR-CONTA-DESTINO-EXIT
003510     ELSE
003520         PERFORM 2200-CRITICAR-TERMOS-CDB
003530                 THRU 2200-CRITICAR-TERMOS-CDB-EXIT
003540     END-IF.
003550     IF VAR-DESTINO = SPACES
003560         GO TO 2000-INCLUIR-REGRA-EXIT
003570     END-IF.
003580     DISPLAY "PISO - SALDO MINIMO QUE FICA NA CONTA (SO "
003590             "DIGITOS): ".
003600     ACCEPT VAR-PISO.
003610     DISPLAY "GATILHO DE RESGATE - SALDO ABAIXO DO QUAL A "
003620             "CONTA E RECOMPOSTA ATE O PISO (ZEROS = SO "
003630             "QUANDO NEGATIVA): ".
003640     ACCEPT VAR-GATILHO.
003650     IF VAR-GATILHO > VAR-PISO
003660         DISPLAY "VARMNT: GATILHO ACIMA DO PISO - REGRA NAO "
003670                 "INCLUIDA"
003680         GO TO 2000-INCLUIR-REGRA-EXIT
003690     END-IF.
003700     MOVE WRK-DATA-SISTEMA TO VAR-DATA-INCLUSAO.
003710     MOVE WRK-OPERADOR     TO VAR-OPERADOR.
003720     SET VAR-ATIVA TO TRUE.
003730     IF REGRA-JA-CADASTRADA
003740         REWRITE VAR-REGISTRO
003750     ELSE
003760         WRITE VAR-REGISTRO
003770     END-IF.
003780     IF FS-REGRAS NOT = "00"
003790         DISPLAY "VARMNT: ERRO AO GRAVAR A REGRA DA CONTA "
003800                 VAR-CLI-ID " - STATUS " FS-REGRAS
003810         GO TO 2000-INCLUIR-REGRA-EXIT
003820     END-IF.
003830     DISPLAY "VARMNT: REGRA DE VARREDURA INCLUIDA NA CONTA "
003840             VAR-CLI-ID.
003850     MOVE "I" TO MLOG-FUNCAO.
003860     MOVE "VARREDURA   " TO MLOG-CAMPO.
003870     MOVE SPACES TO MLOG-ANTES.
003880     PERFORM 7100-MONTAR-IMAGEM THRU 7100-MONTAR-IMAGEM-EXIT.
003890     MOVE WRK-IMAGEM-REGRA TO MLOG-DEPOIS.
003900     MOVE VAR-CLI-ID TO MLOG-CLIENTE.
003910     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
003920 2000-INCLUIR-REGRA-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------*
003960* 2100-CRITICAR-CONTA-DESTINO - A CONTA DE DESTINO TEM DE  *
003970*                 EXISTIR, SER OUTRA CONTA DO MESMO        *
003980*                 CPF/CNPJ, ESTAR ATIVA E SER EM REAIS.    *
003990*                 RECUSA LIMPA VAR-DESTINO.                *
004000*----------------------------------------------------------*
004010 2100-CRITICAR-CONTA-DESTINO.
004020     DISPLAY "CONTA DE DESTINO: ".
004030     ACCEPT VAR-CONTA-DEST.
004040     IF VAR-CONTA-DEST = VAR-CLI-ID
004050         DISPLAY "VARMNT: DESTINO IGUAL A ORIGEM - REGRA NAO "
004060                 "INCLUIDA"
004070         MOVE SPACES TO VAR-DESTINO
004080         GO TO 2100-CRITICAR-CONTA-DESTINO-EXIT
004090     END-IF.
004100     MOVE VAR-CONTA-DEST TO CLI-ID.
004110     READ CLIENTES-MASTER
004120         INVALID KEY
004130             DISPLAY "VARMNT: DESTINO " VAR-CONTA-DEST
004140                     " NAO ENCONTRADO - REGRA NAO INCLUIDA"
004150             MOVE SPACES TO VAR-DESTINO
004160             GO TO 2100-CRITICAR-CONTA-DESTINO-EXIT
004170     END-READ.
004180     IF CLI-DOCUMENTO NOT = WRK-DOC-ORIGEM
004190             OR CLI-TIPO-DOC NOT = WRK-TIPO-DOC-ORIGEM
004200         DISPLAY "VARMNT: DESTINO DE OUTRO CPF/CNPJ - REGRA "
004210                 "NAO INCLUIDA"
004220         MOVE SPACES TO VAR-DESTINO
004230         GO TO 2100-CRITICAR-CONTA-DESTINO-EXIT
004240     END-IF.
004250     IF NOT CLI-ATIVO OR NOT MOEDA-REAL
004260         DISPLAY "VARMNT: DESTINO INATIVO OU FORA DE REAIS - "
004270                 "REGRA NAO INCLUIDA"
004280         MOVE SPACES TO VAR-DESTINO
004290     END-IF.
004300 2100-CRITICAR-CONTA-DESTINO-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------*
004340* 2200-CRITICAR-TERMOS-CDB - FATOR, FATOR DE RESGATE E     *
004350*                 PRAZO DOS CDBS QUE A VARREDURA APLICAR,  *
004360*                 NAS MESMAS FAIXAS DO BOOKING DO          *
004370*                 CDBMAINT. RECUSA LIMPA VAR-DESTINO.      *
004380*----------------------------------------------------------*
004390 2200-CRITICAR-TERMOS-CDB.
004400     DISPLAY "FATOR CONTRATADO - 3 DIGITOS, EX 112: ".
004410     ACCEPT WRK-ENT-FATOR.
004420     COMPUTE VAR-CDB-FATOR = WRK-ENT-FATOR / 100.
004430     IF VAR-CDB-FATOR < 1,00 OR VAR-CDB-FATOR > 1,50
004440         DISPLAY "VARMNT: FATOR FORA DA FAIXA 1,00-1,50 - "
004450                 "REGRA NAO INCLUIDA"
004460         MOVE SPACES TO VAR-DESTINO
004470         GO TO 2200-CRITICAR-TERMOS-CDB-EXIT
004480     END-IF.
004490     DISPLAY "FATOR DE RESGATE ANTECIPADO - 3 DIGITOS, EX "
004500             "050 = 50 PCT DO RENDIMENTO: ".
004510     ACCEPT WRK-ENT-FATOR.
004520     COMPUTE VAR-CDB-FATOR-RESGATE = WRK-ENT-FATOR / 100.
004530     IF VAR-CDB-FATOR-RESGATE > 1,00
004540         DISPLAY "VARMNT: FATOR DE RESGATE ACIMA DE 1,00 - "
004550                 "REGRA NAO INCLUIDA"
004560         MOVE SPACES TO VAR-DESTINO
004570         GO TO 2200-CRITICAR-TERMOS-CDB-EXIT
004580     END-IF.
004590     DISPLAY "PRAZO DO CDB EM DIAS (1-1800): ".
004600     ACCEPT VAR-CDB-PRAZO.
004610     IF VAR-CDB-PRAZO = ZEROS OR VAR-CDB-PRAZO > 1800
004620         DISPLAY "VARMNT: PRAZO FORA DA FAIXA 1-1800 - REGRA "
004630                 "NAO INCLUIDA"
004640         MOVE SPACES TO VAR-DESTINO
004650     END-IF.
004660 2200-CRITICAR-TERMOS-CDB-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------*
004700* 3000-CANCELAR-REGRA - MARCA A REGRA DA CONTA COMO        *
004710*                 CANCELADA. O REGISTRO NAO E EXCLUIDO,    *
004720*                 PARA A TRILHA DO CLIMLOG TER O QUE       *
004730*                 REFERENCIAR.                             *
004740*----------------------------------------------------------*
004750 3000-CANCELAR-REGRA.
004760     DISPLAY "NUMERO DA CONTA DE ORIGEM: ".
004770     ACCEPT VAR-CLI-ID.
004780     READ REGRAS
004790         INVALID KEY
004800             DISPLAY "VARMNT: CONTA SEM REGRA DE VARREDURA"
004810             GO TO 3000-CANCELAR-REGRA-EXIT
004820     END-READ.
004830     IF VAR-CANCELADA
004840         DISPLAY "VARMNT: REGRA JA ESTA CANCELADA"
004850         GO TO 3000-CANCELAR-REGRA-EXIT
004860     END-IF.
004870     SET VAR-CANCELADA TO TRUE.
004880     REWRITE VAR-REGISTRO.
004890     DISPLAY "VARMNT: REGRA DE VARREDURA DA CONTA "
004900             VAR-CLI-ID " CANCELADA".
004910     MOVE "C" TO MLOG-FUNCAO.
004920     MOVE "VARREDURA   " TO MLOG-CAMPO.
004930     PERFORM 7100-MONTAR-IMAGEM THRU 7100-MONTAR-IMAGEM-EXIT.
004940     MOVE WRK-IMAGEM-REGRA TO MLOG-ANTES.
004950     MOVE "CANCELADA" TO MLOG-DEPOIS.
004960     MOVE VAR-CLI-ID TO MLOG-CLIENTE.
004970     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
004980 3000-CANCELAR-REGRA-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------*
005020* 4000-CONSULTAR-REGRA - EXIBE A REGRA DE UMA CONTA        *
005030*----------------------------------------------------------*
005040 4000-CONSULTAR-REGRA.
005050     DISPLAY "NUMERO DA CONTA DE ORIGEM: ".
005060     ACCEPT VAR-CLI-ID.
005070     READ REGRAS
005080         INVALID KEY
005090             DISPLAY "VARMNT: CONTA SEM REGRA DE VARREDURA"
005100             GO TO 4000-CONSULTAR-REGRA-EXIT
005110     END-READ.
005120     IF VAR-PARA-CONTA
005130         DISPLAY "DESTINO: CONTA " VAR-CONTA-DEST
005140     ELSE
005150         MOVE VAR-CDB-FATOR TO WRK-FATOR-ED
005160         DISPLAY "DESTINO: CDB - FATOR " WRK-FATOR-ED
005170         MOVE VAR-CDB-FATOR-RESGATE TO WRK-FATOR-ED
005180         DISPLAY "         FATOR DE RESGATE " WRK-FATOR-ED
005190                 " PRAZO " VAR-CDB-PRAZO " DIAS"
005200     END-IF.
005210     MOVE VAR-PISO TO WRK-VALOR-ED.
005220     DISPLAY "PISO    " WRK-VALOR-ED.
005230     MOVE VAR-GATILHO TO WRK-VALOR-ED.
005240     DISPLAY "GATILHO " WRK-VALOR-ED.
005250     DISPLAY "STATUS " VAR-STATUS " INCLUIDA EM "
005260             VAR-DATA-INCLUSAO " POR " VAR-OPERADOR.
005270 4000-CONSULTAR-REGRA-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------*
005310* 7000-GRAVAR-LOG - GRAVA UMA LINHA NO LOG DE MANUTENCAO   *
005320*                 COM DATA, HORA E OPERADOR. FUNCAO,       *
005330*                 CAMPO, CLIENTE E AS IMAGENS ANTES/DEPOIS *
005340*                 JA VEM PREENCHIDAS PELO CHAMADOR.        *
005350*----------------------------------------------------------*
005360 7000-GRAVAR-LOG.
005370     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
005380*   TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
005390*   9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
005400     ACCEPT WRK-HORA-COMPLETA FROM TIME.
005410     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
005420     MOVE WRK-OPERADOR TO MLOG-OPERADOR.
005430     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
005440 7000-GRAVAR-LOG-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------*
005480* 7100-MONTAR-IMAGEM - DESTINO, CONTA DE DESTINO E PISO DA *
005490*                 REGRA CORRENTE PARA A IMAGEM DO CLIMLOG  *
005500*----------------------------------------------------------*
005510 7100-MONTAR-IMAGEM.
005520     MOVE VAR-DESTINO    TO WRK-IMG-DESTINO.
005530     MOVE VAR-CONTA-DEST TO WRK-IMG-CONTA.
005540     MOVE VAR-PISO       TO WRK-IMG-PISO.
005550 7100-MONTAR-IMAGEM-EXIT.
005560     EXIT.
005570
005580 9999-EXIT.
005590     STOP RUN.
