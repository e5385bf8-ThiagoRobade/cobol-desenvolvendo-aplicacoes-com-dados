000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIVAREX.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - LOTE DE VARREDURA   *
000120*                    AUTOMATICA: RODA DEPOIS DO CLIMOVTO E *
000130*                    ANTES DO LOTE DE JUROS E EXECUTA AS   *
000140*                    REGRAS ATIVAS DO CLIVARR (MANTIDO     *
000150*                    PELO VARMNT). SALDO DISPONIVEL (SALDO *
000160*                    MENOS BLOQUEIOS VIGENTES E FUNDOS EM  *
000170*                    COMPENSACAO) ACIMA DO PISO VAI PARA A *
000180*                    CONTA DE DESTINO OU VIRA UM CDB NOVO  *
000190*                    NO CLICDB, NOS TERMOS DA REGRA. SALDO *
000200*                    ABAIXO DO GATILHO E RECOMPOSTO ATE O  *
000210*                    PISO PELA CONTA DE DESTINO (ATE O     *
000220*                    DISPONIVEL DELA) OU PELO PEDIDO DE    *
000230*                    RESGATE ANTECIPADO DOS CDBS ATIVOS DO *
000240*                    CLIENTE, QUE O CLICDBJ LIQUIDA NO     *
000250*                    LOTE SEGUINTE. OS LANCAMENTOS SAO     *
000260*                    POSTADOS DIRETO NO MESTRE COM LINHA   *
000270*                    DE AUDITORIA DE ORIGEM "W", ANTES DA  *
000280*                    FOTO CLIBKUP DO LOTE DE JUROS, COM A  *
000290*                    TRAVA DO CLICTRL LIGADA. SEM O        *
000300*                    CLIBLOQ OU O CLIFLOAT AS SAIDAS DE    *
000310*                    SALDO FICAM SUSPENSAS NA EXECUCAO (RC *
000320*                    4); OS PEDIDOS DE RESGATE DE CDB      *
000330*                    SEGUEM. O CONTROLE CLIVARCT IMPEDE    *
000340*                    UMA SEGUNDA PASSADA NO MESMO DIA (RC  *
000350*                    16).                                  *
000360*----------------------------------------------------------*
000370 ENVIRONMENT             DIVISION.
000380 CONFIGURATION           SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410
000420 INPUT-OUTPUT            SECTION.
000430 FILE-CONTROL.
000440*----------------------------------------------------------*
000450* REGRAS DE VARREDURA AUTOMATICA (ENTRADA)                 *
000460*----------------------------------------------------------*
000470     SELECT REGRAS ASSIGN TO "CLIVARR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS VAR-CLI-ID
000510         FILE STATUS IS FS-REGRAS.
000520     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CLI-ID
000560         FILE STATUS IS FS-CLIENTES-MASTER.
000570*----------------------------------------------------------*
000580* DEPOSITOS A PRAZO - APLICACAO NOVA E PEDIDO DE RESGATE   *
000590*----------------------------------------------------------*
000600     SELECT CERTIFICADOS ASSIGN TO "CLICDB"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CDB-NUMERO
000640         FILE STATUS IS FS-CERTIFICADOS.
000650*----------------------------------------------------------*
000660* BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS E FUNDOS EM          *
000670* COMPENSACAO - FICAM FORA DO DISPONIVEL DA CONTA          *
000680*----------------------------------------------------------*
000690     SELECT BLOQUEIOS ASSIGN TO "CLIBLOQ"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS BLQ-CHAVE
000730         FILE STATUS IS FS-BLOQUEIOS.
000740     SELECT FLUTUANTES ASSIGN TO "CLIFLOAT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS FLT-CHAVE
000780         FILE STATUS IS FS-FLUTUANTES.
000790     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-AUDITORIA.
000820*----------------------------------------------------------*
000830* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
000840* INDEXADO POR CLIENTE + DATA, GRAVADO JUNTO COM CADA      *
000850* LINHA DO CLIAUDIT                                        *
000860*----------------------------------------------------------*
000870     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS AUDK-CHAVE
000910         FILE STATUS IS FS-AUDK.
000920*----------------------------------------------------------*
000930* CONTROLE DA ULTIMA VARREDURA (DATA)                      *
000940*----------------------------------------------------------*
000950     SELECT CONTROLE-VARREDURA ASSIGN TO "CLIVARCT"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS FS-CONTROLE-VARREDURA.
000980*----------------------------------------------------------*
000990* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
001000*----------------------------------------------------------*
001010     SELECT CONTROLE ASSIGN TO "CLICTRL"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS FS-CONTROLE.
001040     SELECT RELATORIO ASSIGN TO "RELVAR"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS FS-RELATORIO.
001070
001080 DATA                    DIVISION.
001090 FILE                    SECTION.
001100 FD  REGRAS
001110     LABEL RECORD IS STANDARD.
001120     COPY CLIVARRG.
001130
001140 FD  CLIENTES-MASTER
001150     LABEL RECORD IS STANDARD.
001160     COPY CLIREG.
001170
001180 FD  CERTIFICADOS
001190     LABEL RECORD IS STANDARD.
001200     COPY CLICDBRG.
001210
001220 FD  BLOQUEIOS
001230     LABEL RECORD IS STANDARD.
001240     COPY CLIBLQRG.
001250
001260 FD  FLUTUANTES
001270     LABEL RECORD IS STANDARD.
001280     COPY CLIFLTRG.
001290
001300 FD  AUDITORIA
001310     LABEL RECORD IS STANDARD.
001320 01  AUD-LINHA                PICTURE X(100).
001330
001340 FD  AUDITORIA-CHAVEADA
001350     LABEL RECORD IS STANDARD.
001360     COPY CLIAUKRG.
001370
001380 FD  CONTROLE-VARREDURA
001390     LABEL RECORD IS STANDARD.
001400 01  VARCT-REGISTRO.
001410     05  VARCT-ULTIMA-DATA    PICTURE 9(08).
001420
001430 FD  CONTROLE
001440     LABEL RECORD IS STANDARD.
001450 01  CTRL-REGISTRO.
001460     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001470     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001480     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001490
001500 FD  RELATORIO
001510     LABEL RECORD IS STANDARD.
001520 01  REL-LINHA               PICTURE X(132).
001530
001540 WORKING-STORAGE         SECTION.
001550 01  WRK-FLAGS.
001560     05  WRK-FIM-REGRAS  PICTURE X(01)      VALUE "N".
001570         88  FIM-ARQUIVO-REGRAS             VALUE "S".
001580     05  WRK-FIM-CDB     PICTURE X(01)      VALUE "N".
001590         88  FIM-CERTIFICADOS               VALUE "S".
001600     05  WRK-FIM-BLQ     PICTURE X(01)      VALUE "N".
001610         88  FIM-BLOQUEIOS                  VALUE "S".
001620     05  WRK-FIM-FLT     PICTURE X(01)      VALUE "N".
001630         88  FIM-FLUTUANTES                 VALUE "S".
001640     05  WRK-TEM-CDB     PICTURE X(01)      VALUE "N".
001650         88  ARQUIVO-CDB-OK                 VALUE "S".
001660     05  WRK-TEM-BLQ     PICTURE X(01)      VALUE "N".
001670         88  ARQUIVO-BLOQUEIOS-OK           VALUE "S".
001680     05  WRK-TEM-FLT     PICTURE X(01)      VALUE "N".
001690         88  ARQUIVO-FLOAT-OK               VALUE "S".
001700     05  WRK-DESTINO-OK  PICTURE X(01)      VALUE "N".
001710         88  DESTINO-VALIDO                 VALUE "S".
001720 01  FS-REGRAS           PICTURE X(02)      VALUE "00".
001730 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001740 01  FS-CERTIFICADOS     PICTURE X(02)      VALUE "00".
001750 01  FS-BLOQUEIOS        PICTURE X(02)      VALUE "00".
001760 01  FS-FLUTUANTES       PICTURE X(02)      VALUE "00".
001770 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001780 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001790 01  WRK-FLAGS-AUDK.
001800     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
001810         88  ARQUIVO-AUDK-OK                VALUE "S".
001820     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
001830         88  AUDK-GRAVADO                   VALUE "S".
001840 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
001850 01  FS-CONTROLE-VARREDURA PICTURE X(02)    VALUE "00".
001860 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001870 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001880 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001890 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001900 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001910 77  WRK-PROXIMO-CDB     PICTURE 9(06)      VALUE ZEROS.
001920 77  WRK-CONTA-CONSULTA  PICTURE 9(06)      VALUE ZEROS.
001930 77  WRK-POSTAR-ID       PICTURE 9(06)      VALUE ZEROS.
001940 77  WRK-POSTAR-VALOR    PICTURE S9(10)     COMP VALUE ZEROS.
001950 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
001960 77  WRK-SALDO-ORIGEM    PICTURE S9(10)     COMP VALUE ZEROS.
001970 77  WRK-TOTAL-BLOQUEADO PICTURE S9(12)     COMP VALUE ZEROS.
001980 77  WRK-TOTAL-FLUTUANTE PICTURE S9(12)     COMP VALUE ZEROS.
001990 77  WRK-DISPONIVEL      PICTURE S9(12)     COMP VALUE ZEROS.
002000 77  WRK-EXCEDENTE       PICTURE S9(12)     COMP VALUE ZEROS.
002010 77  WRK-NECESSARIO      PICTURE S9(12)     COMP VALUE ZEROS.
002020 77  WRK-VALOR-MOVER     PICTURE S9(12)     COMP VALUE ZEROS.
002030 77  WRK-RESGATE-MARCADO PICTURE S9(12)     COMP VALUE ZEROS.
002040 77  WRK-CONT-LIDAS      PICTURE 9(06)      COMP VALUE ZEROS.
002050 77  WRK-CONT-CANCELADAS PICTURE 9(06)      COMP VALUE ZEROS.
002060 77  WRK-CONT-SEM-ACAO   PICTURE 9(06)      COMP VALUE ZEROS.
002070 77  WRK-CONT-RECUSADAS  PICTURE 9(06)      COMP VALUE ZEROS.
002080 77  WRK-CONT-SUSPENSAS  PICTURE 9(06)      COMP VALUE ZEROS.
002090 77  WRK-CONT-TRANSF     PICTURE 9(06)      COMP VALUE ZEROS.
002100 77  WRK-TOTAL-TRANSF    PICTURE S9(12)     COMP VALUE ZEROS.
002110 77  WRK-CONT-APLIC      PICTURE 9(06)      COMP VALUE ZEROS.
002120 77  WRK-TOTAL-APLIC     PICTURE S9(12)     COMP VALUE ZEROS.
002130 77  WRK-CONT-RECOMP     PICTURE 9(06)      COMP VALUE ZEROS.
002140 77  WRK-TOTAL-RECOMP    PICTURE S9(12)     COMP VALUE ZEROS.
002150 77  WRK-CONT-RESGATES   PICTURE 9(06)      COMP VALUE ZEROS.
002160 77  WRK-TOTAL-RESGATES  PICTURE S9(12)     COMP VALUE ZEROS.
002170
002180*----------------------------------------------------------*
002190* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
002200*----------------------------------------------------------*
002210     COPY CLIAUDRG.
002220
002230*----------------------------------------------------------*
002240* LINHAS DO RELATORIO DA VARREDURA                         *
002250*----------------------------------------------------------*
002260 01  REL-CABECALHO-1.
002270     05  FILLER              PICTURE X(44)
002280             VALUE "VARREDURA AUTOMATICA DE SALDOS - CLIVAREX".
002290     05  FILLER              PICTURE X(10) VALUE "EXECUCAO: ".
002300     05  REL-CAB-DATA        PICTURE 9(08).
002310     05  FILLER              PICTURE X(70) VALUE SPACES.
002320 01  REL-CABECALHO-2.
002330     05  FILLER              PICTURE X(08) VALUE "CONTA   ".
002340     05  FILLER              PICTURE X(24) VALUE "ACAO".
002350     05  FILLER              PICTURE X(12) VALUE "DESTINO".
002360     05  FILLER              PICTURE X(20) VALUE "SALDO ANTES".
002370     05  FILLER              PICTURE X(20) VALUE "VALOR".
002380     05  FILLER              PICTURE X(48) VALUE "OBSERVACAO".
002390 01  REL-DETALHE.
002400     05  REL-DET-CONTA       PICTURE 9(06).
002410     05  FILLER              PICTURE X(02) VALUE SPACES.
002420     05  REL-DET-ACAO        PICTURE X(22).
002430     05  FILLER              PICTURE X(02) VALUE SPACES.
002440     05  REL-DET-DESTINO     PICTURE X(10).
002450     05  FILLER              PICTURE X(02) VALUE SPACES.
002460     05  REL-DET-SALDO       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002470     05  FILLER              PICTURE X(02) VALUE SPACES.
002480     05  REL-DET-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002490     05  FILLER              PICTURE X(02) VALUE SPACES.
002500     05  REL-DET-OBS         PICTURE X(30).
002510     05  FILLER              PICTURE X(18) VALUE SPACES.
002520 01  REL-DESTINO-CDB.
002530     05  FILLER              PICTURE X(04) VALUE "CDB ".
002540     05  REL-DCDB-NUMERO     PICTURE 9(06).
002550 01  REL-DESTINO-CONTA.
002560     05  REL-DCTA-NUMERO     PICTURE 9(06).
002570     05  FILLER              PICTURE X(04) VALUE SPACES.
002580 01  REL-TIT-CONTROLE.
002590     05  FILLER              PICTURE X(30)
002600             VALUE "QUADRO DE TOTAIS DE CONTROLE".
002610     05  FILLER              PICTURE X(102) VALUE SPACES.
002620 01  REL-RODAPE.
002630     05  REL-ROD-ROTULO      PICTURE X(30).
002640     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002650     05  FILLER              PICTURE X(84) VALUE SPACES.
002660
002670 PROCEDURE               DIVISION.
002680*----------------------------------------------------------*
002690* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002700*----------------------------------------------------------*
002710 0000-MAINLINE.
002720     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002730     PERFORM 2000-TRATAR-REGRA     THRU 2000-TRATAR-REGRA-EXIT
002740             UNTIL FIM-ARQUIVO-REGRAS.
002750     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002760     GO TO 9999-EXIT.
002770
002780*----------------------------------------------------------*
002790* 1000-INICIALIZAR - GUARDA DE DATA, ABERTURA DOS ARQUIVOS *
002800*                  E TRAVA DE PROCESSAMENTO                *
002810*----------------------------------------------------------*
002820 1000-INICIALIZAR.
002830     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002840     PERFORM 1150-VERIFICAR-DATA-EXECUCAO
002850             THRU 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
002860     OPEN INPUT REGRAS.
002870     IF FS-REGRAS NOT = "00"
002880         DISPLAY "CLIVAREX: CLIVARR INDISPONIVEL - STATUS "
002890                 FS-REGRAS " - NADA A VARRER"
002900         GO TO 9999-EXIT
002910     END-IF.
002920     OPEN I-O CLIENTES-MASTER.
002930     IF FS-CLIENTES-MASTER NOT = "00"
002940         DISPLAY "CLIVAREX: ERRO AO ABRIR CLIMSTR - STATUS "
002950                 FS-CLIENTES-MASTER
002960         CLOSE REGRAS
002970         MOVE 16 TO RETURN-CODE
002980         GO TO 9999-EXIT
002990     END-IF.
003000     OPEN I-O CERTIFICADOS.
003010     IF FS-CERTIFICADOS = "00" OR FS-CERTIFICADOS = "05"
003020         SET ARQUIVO-CDB-OK TO TRUE
003030     ELSE
003040         DISPLAY "CLIVAREX: CLICDB INDISPONIVEL - STATUS "
003050                 FS-CERTIFICADOS " - REGRAS DE CDB RECUSADAS"
003060     END-IF.
003070*   SEM BLOQUEIOS OU FLOAT O DISPONIVEL NAO PODE SER
003080*   APURADO: NENHUM SALDO SAI DE CONTA NESTA EXECUCAO.
003090     OPEN INPUT BLOQUEIOS.
003100     IF FS-BLOQUEIOS = "00"
003110         SET ARQUIVO-BLOQUEIOS-OK TO TRUE
003120     ELSE
003130         DISPLAY "CLIVAREX: CLIBLOQ INDISPONIVEL - STATUS "
003140                 FS-BLOQUEIOS " - SAIDAS DE SALDO SUSPENSAS"
003150     END-IF.
003160     OPEN INPUT FLUTUANTES.
003170     IF FS-FLUTUANTES = "00"
003180         SET ARQUIVO-FLOAT-OK TO TRUE
003190     ELSE
003200         DISPLAY "CLIVAREX: CLIFLOAT INDISPONIVEL - STATUS "
003210                 FS-FLUTUANTES " - SAIDAS DE SALDO SUSPENSAS"
003220     END-IF.
003230     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
003240             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003250     OPEN EXTEND AUDITORIA.
003260     OPEN I-O AUDITORIA-CHAVEADA.
003270     IF FS-AUDK = "00" OR FS-AUDK = "05"
003280         SET ARQUIVO-AUDK-OK TO TRUE
003290     ELSE
003300         DISPLAY "CLIVAREX: CLIAUDK INDISPONIVEL - STATUS "
003310                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
003320                 "CLIAUDKL)"
003330     END-IF.
003340     OPEN OUTPUT RELATORIO.
003350     MOVE WRK-DATA-EXECUCAO TO REL-CAB-DATA.
003360     WRITE REL-LINHA FROM REL-CABECALHO-1 AFTER ADVANCING PAGE.
003370     WRITE REL-LINHA FROM REL-CABECALHO-2 AFTER ADVANCING 2 LINES.
003380     IF ARQUIVO-CDB-OK
003390         PERFORM 1200-ACHAR-PROXIMO-CDB
003400                 THRU 1200-ACHAR-PROXIMO-CDB-EXIT
003410     END-IF.
003420     PERFORM 2100-LER-REGRA THRU 2100-LER-REGRA-EXIT.
003430 1000-INICIALIZAR-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------*
003470* 1150-VERIFICAR-DATA-EXECUCAO - IMPEDE UMA SEGUNDA        *
003480*                 VARREDURA NO MESMO DIA, CONFORME O       *
003490*                 CLIVARCT                                 *
003500*----------------------------------------------------------*
003510 1150-VERIFICAR-DATA-EXECUCAO.
003520     OPEN INPUT CONTROLE-VARREDURA.
003530     IF FS-CONTROLE-VARREDURA = "00"
003540         READ CONTROLE-VARREDURA
003550             AT END
003560                 CONTINUE
003570             NOT AT END
003580                 IF VARCT-ULTIMA-DATA = WRK-DATA-EXECUCAO
003590                     DISPLAY "CLIVAREX: VARREDURA DE "
003600                             WRK-DATA-EXECUCAO " JA EXECUTADA"
003610                             " - ABORTANDO"
003620                     CLOSE CONTROLE-VARREDURA
003630                     MOVE 16 TO RETURN-CODE
003640                     GO TO 9999-EXIT
003650                 END-IF
003660         END-READ
003670         CLOSE CONTROLE-VARREDURA
003680     END-IF.
003690 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------*
003730* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
003740*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
003750*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
003760*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
003770*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
003780*----------------------------------------------------------*
003790 1160-MARCAR-EM-PROCESSAMENTO.
003800     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
003810     OPEN INPUT CONTROLE.
003820     IF FS-CONTROLE = "00"
003830         READ CONTROLE
003840             AT END
003850                 CONTINUE
003860             NOT AT END
003870                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
003880                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
003890         END-READ
003900         CLOSE CONTROLE
003910     END-IF.
003920     OPEN OUTPUT CONTROLE.
003930     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
003940     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
003950     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
003960     WRITE CTRL-REGISTRO.
003970     CLOSE CONTROLE.
003980 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------*
004020* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
004030*                  CLICTRL AO FIM DA VARREDURA             *
004040*----------------------------------------------------------*
004050 1170-DESMARCAR-PROCESSAMENTO.
004060     OPEN OUTPUT CONTROLE.
004070     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004080     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
004090     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004100     WRITE CTRL-REGISTRO.
004110     CLOSE CONTROLE.
004120 1170-DESMARCAR-PROCESSAMENTO-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160* 1200-ACHAR-PROXIMO-CDB - VARRE O CLICDB E GUARDA O MAIOR *
004170*                  NUMERO + 1, COMO O BOOKING DO CDBMAINT  *
004180*----------------------------------------------------------*
004190 1200-ACHAR-PROXIMO-CDB.
004200     MOVE 1 TO WRK-PROXIMO-CDB.
004210     MOVE "N" TO WRK-FIM-CDB.
004220     MOVE ZEROS TO CDB-NUMERO.
004230     START CERTIFICADOS KEY IS GREATER THAN CDB-NUMERO
004240         INVALID KEY
004250             SET FIM-CERTIFICADOS TO TRUE
004260     END-START.
004270     PERFORM 1250-LER-CERTIFICADO
004280             THRU 1250-LER-CERTIFICADO-EXIT
004290             UNTIL FIM-CERTIFICADOS.
004300 1200-ACHAR-PROXIMO-CDB-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------*
004340* 1250-LER-CERTIFICADO - AVANCA PELOS CERTIFICADOS         *
004350*----------------------------------------------------------*
004360 1250-LER-CERTIFICADO.
004370     READ CERTIFICADOS NEXT RECORD
004380         AT END
004390             SET FIM-CERTIFICADOS TO TRUE
004400             GO TO 1250-LER-CERTIFICADO-EXIT
004410     END-READ.
004420     COMPUTE WRK-PROXIMO-CDB = CDB-NUMERO + 1.
004430 1250-LER-CERTIFICADO-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------*
004470* 2000-TRATAR-REGRA - CONFERE A CONTA DE ORIGEM DA REGRA E *
004480*                  DECIDE ENTRE A RECOMPOSICAO (SALDO      *
004490*                  ABAIXO DO GATILHO) E A SAIDA DO         *
004500*                  EXCEDENTE (DISPONIVEL ACIMA DO PISO)    *
004510*----------------------------------------------------------*
004520 2000-TRATAR-REGRA.
004530     IF NOT VAR-ATIVA
004540         ADD 1 TO WRK-CONT-CANCELADAS
004550         GO TO 2000-TRATAR-REGRA-PROXIMA
004560     END-IF.
004570     MOVE SPACES TO REL-DET-ACAO REL-DET-DESTINO REL-DET-OBS.
004580     MOVE VAR-CLI-ID TO REL-DET-CONTA.
004590     MOVE ZEROS TO REL-DET-SALDO REL-DET-VALOR.
004600     MOVE VAR-CLI-ID TO CLI-ID.
004610     READ CLIENTES-MASTER
004620         INVALID KEY
004630             MOVE "REGRA RECUSADA        " TO REL-DET-ACAO
004640             MOVE "CONTA INEXISTENTE" TO REL-DET-OBS
004650             ADD 1 TO WRK-CONT-RECUSADAS
004660             GO TO 2000-TRATAR-REGRA-IMPRIMIR
004670     END-READ.
004680     MOVE CLI-SALDO TO WRK-SALDO-ORIGEM REL-DET-SALDO.
004690     IF NOT CLI-ATIVO OR NOT MOEDA-REAL
004700             OR (CLI-DATA-ENCERRAMENTO NOT = ZEROS AND
004710                 CLI-DATA-ENCERRAMENTO NOT > WRK-DATA-EXECUCAO)
004720         MOVE "REGRA RECUSADA        " TO REL-DET-ACAO
004730         MOVE "CONTA FORA DE OPERACAO" TO REL-DET-OBS
004740         ADD 1 TO WRK-CONT-RECUSADAS
004750         GO TO 2000-TRATAR-REGRA-IMPRIMIR
004760     END-IF.
004770     IF WRK-SALDO-ORIGEM < VAR-GATILHO
004780         COMPUTE WRK-NECESSARIO = VAR-PISO - WRK-SALDO-ORIGEM
004790         IF VAR-PARA-CONTA
004800             PERFORM 2500-RECOMPOR-PELA-CONTA
004810                     THRU 2500-RECOMPOR-PELA-CONTA-EXIT
004820         ELSE
004830             PERFORM 2600-PEDIR-RESGATE-CDB
004840                     THRU 2600-PEDIR-RESGATE-CDB-EXIT
004850         END-IF
004860         GO TO 2000-TRATAR-REGRA-PROXIMA
004870     END-IF.
004880     IF NOT ARQUIVO-BLOQUEIOS-OK OR NOT ARQUIVO-FLOAT-OK
004890         IF WRK-SALDO-ORIGEM > VAR-PISO
004900             MOVE "SAIDA SUSPENSA        " TO REL-DET-ACAO
004910             MOVE "SEM CLIBLOQ/CLIFLOAT" TO REL-DET-OBS
004920             ADD 1 TO WRK-CONT-SUSPENSAS
004930             GO TO 2000-TRATAR-REGRA-IMPRIMIR
004940         END-IF
004950         ADD 1 TO WRK-CONT-SEM-ACAO
004960         GO TO 2000-TRATAR-REGRA-PROXIMA
004970     END-IF.
004980     MOVE VAR-CLI-ID TO WRK-CONTA-CONSULTA.
004990     PERFORM 2200-APURAR-DISPONIVEL
005000             THRU 2200-APURAR-DISPONIVEL-EXIT.
005010     COMPUTE WRK-EXCEDENTE = WRK-DISPONIVEL - VAR-PISO.
005020     IF WRK-EXCEDENTE NOT > ZEROS
005030         ADD 1 TO WRK-CONT-SEM-ACAO
005040         GO TO 2000-TRATAR-REGRA-PROXIMA
005050     END-IF.
005060     IF VAR-PARA-CONTA
005070         PERFORM 2300-TRANSFERIR-EXCEDENTE
005080                 THRU 2300-TRANSFERIR-EXCEDENTE-EXIT
005090     ELSE
005100         PERFORM 2400-APLICAR-EXCEDENTE
005110                 THRU 2400-APLICAR-EXCEDENTE-EXIT
005120     END-IF.
005130     GO TO 2000-TRATAR-REGRA-PROXIMA.
005140 2000-TRATAR-REGRA-IMPRIMIR.
005150     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
005160 2000-TRATAR-REGRA-PROXIMA.
005170     PERFORM 2100-LER-REGRA THRU 2100-LER-REGRA-EXIT.
005180 2000-TRATAR-REGRA-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------*
005220* 2100-LER-REGRA - LEITURA SEQUENCIAL DO CLIVARR           *
005230*----------------------------------------------------------*
005240 2100-LER-REGRA.
005250     READ REGRAS NEXT RECORD
005260         AT END
005270             SET FIM-ARQUIVO-REGRAS TO TRUE
005280         NOT AT END
005290             ADD 1 TO WRK-CONT-LIDAS
005300     END-READ.
005310 2100-LER-REGRA-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------*
005350* 2150-CONFERIR-DESTINO - LE A CONTA DE DESTINO DA REGRA E *
005360*                  CONFERE QUE CONTINUA ATIVA, EM REAIS E  *
005370*                  NAO ENCERRADA; O REGISTRO DO DESTINO    *
005380*                  FICA NA AREA DO CLIMSTR                 *
005390*----------------------------------------------------------*
005400 2150-CONFERIR-DESTINO.
005410     MOVE "N" TO WRK-DESTINO-OK.
005420     MOVE VAR-CONTA-DEST TO CLI-ID REL-DCTA-NUMERO.
005430     MOVE REL-DESTINO-CONTA TO REL-DET-DESTINO.
005440     READ CLIENTES-MASTER
005450         INVALID KEY
005460             MOVE "DESTINO INEXISTENTE" TO REL-DET-OBS
005470             GO TO 2150-CONFERIR-DESTINO-EXIT
005480     END-READ.
005490     IF NOT CLI-ATIVO OR NOT MOEDA-REAL
005500             OR (CLI-DATA-ENCERRAMENTO NOT = ZEROS AND
005510                 CLI-DATA-ENCERRAMENTO NOT > WRK-DATA-EXECUCAO)
005520         MOVE "DESTINO FORA DE OPERACAO" TO REL-DET-OBS
005530         GO TO 2150-CONFERIR-DESTINO-EXIT
005540     END-IF.
005550     SET DESTINO-VALIDO TO TRUE.
005560 2150-CONFERIR-DESTINO-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------*
005600* 2200-APURAR-DISPONIVEL - SALDO DA CONTA EM CONSULTA      *
005610*                  (JA LIDA NA AREA DO CLIMSTR) MENOS OS   *
005620*                  BLOQUEIOS VIGENTES E OS FUNDOS AINDA EM *
005630*                  COMPENSACAO, NOS MOLDES DA CRITICA DO   *
005640*                  CLIMOVTO                                *
005650*----------------------------------------------------------*
005660 2200-APURAR-DISPONIVEL.
005670     MOVE ZEROS TO WRK-TOTAL-BLOQUEADO WRK-TOTAL-FLUTUANTE.
005680     MOVE "N" TO WRK-FIM-BLQ.
005690     MOVE WRK-CONTA-CONSULTA TO BLQ-CLI-ID.
005700     MOVE ZEROS              TO BLQ-SEQ.
005710     START BLOQUEIOS KEY IS GREATER THAN BLQ-CHAVE
005720         INVALID KEY
005730             SET FIM-BLOQUEIOS TO TRUE
005740     END-START.
005750     PERFORM 2210-LER-BLOQUEIO THRU 2210-LER-BLOQUEIO-EXIT
005760             UNTIL FIM-BLOQUEIOS.
005770     MOVE "N" TO WRK-FIM-FLT.
005780     MOVE WRK-CONTA-CONSULTA TO FLT-CLI-ID.
005790     MOVE ZEROS              TO FLT-SEQ.
005800     START FLUTUANTES KEY IS GREATER THAN FLT-CHAVE
005810         INVALID KEY
005820             SET FIM-FLUTUANTES TO TRUE
005830     END-START.
005840     PERFORM 2220-LER-FLUTUANTE THRU 2220-LER-FLUTUANTE-EXIT
005850             UNTIL FIM-FLUTUANTES.
005860     COMPUTE WRK-DISPONIVEL = CLI-SALDO - WRK-TOTAL-BLOQUEADO
005870                            - WRK-TOTAL-FLUTUANTE.
005880 2200-APURAR-DISPONIVEL-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------*
005920* 2210-LER-BLOQUEIO - SOMA UM BLOQUEIO VIGENTE DA CONTA    *
005930*----------------------------------------------------------*
005940 2210-LER-BLOQUEIO.
005950     READ BLOQUEIOS NEXT RECORD
005960         AT END
005970             SET FIM-BLOQUEIOS TO TRUE
005980             GO TO 2210-LER-BLOQUEIO-EXIT
005990     END-READ.
006000     IF BLQ-CLI-ID NOT = WRK-CONTA-CONSULTA
006010         SET FIM-BLOQUEIOS TO TRUE
006020         GO TO 2210-LER-BLOQUEIO-EXIT
006030     END-IF.
006040     IF BLQ-DATA-LIBERACAO = ZEROS
006050             OR BLQ-DATA-LIBERACAO > WRK-DATA-EXECUCAO
006060         ADD BLQ-VALOR TO WRK-TOTAL-BLOQUEADO
006070     END-IF.
006080 2210-LER-BLOQUEIO-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------*
006120* 2220-LER-FLUTUANTE - SOMA UM FUNDO AINDA EM COMPENSACAO  *
006130*----------------------------------------------------------*
006140 2220-LER-FLUTUANTE.
006150     READ FLUTUANTES NEXT RECORD
006160         AT END
006170             SET FIM-FLUTUANTES TO TRUE
006180             GO TO 2220-LER-FLUTUANTE-EXIT
006190     END-READ.
006200     IF FLT-CLI-ID NOT = WRK-CONTA-CONSULTA
006210         SET FIM-FLUTUANTES TO TRUE
006220         GO TO 2220-LER-FLUTUANTE-EXIT
006230     END-IF.
006240     IF FLT-PENDENTE AND FLT-DATA-DISPON > WRK-DATA-EXECUCAO
006250         ADD FLT-VALOR TO WRK-TOTAL-FLUTUANTE
006260     END-IF.
006270 2220-LER-FLUTUANTE-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------*
006310* 2300-TRANSFERIR-EXCEDENTE - LEVA O EXCEDENTE PARA A      *
006320*                  CONTA DE DESTINO DA REGRA: DEBITO NA    *
006330*                  ORIGEM E CREDITO NO DESTINO, AMBOS COM  *
006340*                  LINHA DE AUDITORIA "W"                  *
006350*----------------------------------------------------------*
006360 2300-TRANSFERIR-EXCEDENTE.
006370     MOVE WRK-EXCEDENTE TO REL-DET-VALOR.
006380     PERFORM 2150-CONFERIR-DESTINO
006390             THRU 2150-CONFERIR-DESTINO-EXIT.
006400     IF NOT DESTINO-VALIDO
006410         MOVE "REGRA RECUSADA        " TO REL-DET-ACAO
006420         ADD 1 TO WRK-CONT-RECUSADAS
006430         GO TO 2300-TRANSFERIR-EXCEDENTE-IMPRIMIR
006440     END-IF.
006450     MOVE VAR-CLI-ID TO WRK-POSTAR-ID.
006460     COMPUTE WRK-POSTAR-VALOR = ZERO - WRK-EXCEDENTE.
006470     PERFORM 7000-POSTAR-LANCAMENTO
006480             THRU 7000-POSTAR-LANCAMENTO-EXIT.
006490     MOVE VAR-CONTA-DEST TO WRK-POSTAR-ID.
006500     MOVE WRK-EXCEDENTE  TO WRK-POSTAR-VALOR.
006510     PERFORM 7000-POSTAR-LANCAMENTO
006520             THRU 7000-POSTAR-LANCAMENTO-EXIT.
006530     MOVE "EXCEDENTE TRANSFERIDO " TO REL-DET-ACAO.
006540     ADD 1 TO WRK-CONT-TRANSF.
006550     ADD WRK-EXCEDENTE TO WRK-TOTAL-TRANSF.
006560 2300-TRANSFERIR-EXCEDENTE-IMPRIMIR.
006570     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
006580 2300-TRANSFERIR-EXCEDENTE-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------*
006620* 2400-APLICAR-EXCEDENTE - APLICA O EXCEDENTE NUM CDB NOVO *
006630*                  NOS TERMOS DA REGRA (FATOR, FATOR DE    *
006640*                  RESGATE E PRAZO EM DIAS) E DEBITA A     *
006650*                  CONTA, COM LINHA DE AUDITORIA "W"       *
006660*----------------------------------------------------------*
006670 2400-APLICAR-EXCEDENTE.
006680     MOVE WRK-EXCEDENTE TO REL-DET-VALOR.
006690     IF NOT ARQUIVO-CDB-OK
006700         MOVE "REGRA RECUSADA        " TO REL-DET-ACAO
006710         MOVE "CLICDB INDISPONIVEL" TO REL-DET-OBS
006720         ADD 1 TO WRK-CONT-RECUSADAS
006730         GO TO 2400-APLICAR-EXCEDENTE-IMPRIMIR
006740     END-IF.
006750     MOVE SPACES            TO CDB-REGISTRO.
006760     MOVE WRK-PROXIMO-CDB   TO CDB-NUMERO REL-DCDB-NUMERO.
006770     MOVE VAR-CLI-ID        TO CDB-CLI-ID.
006780     MOVE WRK-EXCEDENTE     TO CDB-PRINCIPAL.
006790     MOVE VAR-CDB-FATOR     TO CDB-FATOR.
006800     MOVE VAR-CDB-FATOR-RESGATE TO CDB-FATOR-RESGATE.
006810     MOVE WRK-DATA-EXECUCAO TO CDB-DATA-APLICACAO.
006820     COMPUTE CDB-DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER
006830             (FUNCTION INTEGER-OF-DATE (WRK-DATA-EXECUCAO)
006840              + VAR-CDB-PRAZO).
006850     MOVE ZEROS TO CDB-JUROS-ACUMULADO CDB-DATA-LIQUIDACAO.
006860     SET CDB-ATIVO TO TRUE.
006870     MOVE REL-DESTINO-CDB TO REL-DET-DESTINO.
006880     WRITE CDB-REGISTRO
006890         INVALID KEY
006900             MOVE "REGRA RECUSADA        " TO REL-DET-ACAO
006910             MOVE "NUMERO DE CDB JA EXISTE" TO REL-DET-OBS
006920             ADD 1 TO WRK-CONT-RECUSADAS
006930             GO TO 2400-APLICAR-EXCEDENTE-IMPRIMIR
006940     END-WRITE.
006950     ADD 1 TO WRK-PROXIMO-CDB.
006960     MOVE VAR-CLI-ID TO WRK-POSTAR-ID.
006970     COMPUTE WRK-POSTAR-VALOR = ZERO - WRK-EXCEDENTE.
006980     PERFORM 7000-POSTAR-LANCAMENTO
006990             THRU 7000-POSTAR-LANCAMENTO-EXIT.
007000     MOVE "APLICADO EM CDB       " TO REL-DET-ACAO.
007010     MOVE "VENCIMENTO" TO REL-DET-OBS.
007020     MOVE CDB-DATA-VENCIMENTO TO REL-DET-OBS (12:8).
007030     ADD 1 TO WRK-CONT-APLIC.
007040     ADD WRK-EXCEDENTE TO WRK-TOTAL-APLIC.
007050 2400-APLICAR-EXCEDENTE-IMPRIMIR.
007060     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
007070 2400-APLICAR-EXCEDENTE-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------*
007110* 2500-RECOMPOR-PELA-CONTA - TRAZ DA CONTA DE DESTINO O    *
007120*                  NECESSARIO PARA A ORIGEM VOLTAR AO      *
007130*                  PISO, LIMITADO AO DISPONIVEL DO         *
007140*                  DESTINO                                 *
007150*----------------------------------------------------------*
007160 2500-RECOMPOR-PELA-CONTA.
007170     MOVE WRK-NECESSARIO TO REL-DET-VALOR.
007180     IF NOT ARQUIVO-BLOQUEIOS-OK OR NOT ARQUIVO-FLOAT-OK
007190         MOVE "RECOMPOSICAO SUSPENSA " TO REL-DET-ACAO
007200         MOVE "SEM CLIBLOQ/CLIFLOAT" TO REL-DET-OBS
007210         ADD 1 TO WRK-CONT-SUSPENSAS
007220         GO TO 2500-RECOMPOR-PELA-CONTA-IMPRIMIR
007230     END-IF.
007240     PERFORM 2150-CONFERIR-DESTINO
007250             THRU 2150-CONFERIR-DESTINO-EXIT.
007260     IF NOT DESTINO-VALIDO
007270         MOVE "REGRA RECUSADA        " TO REL-DET-ACAO
007280         ADD 1 TO WRK-CONT-RECUSADAS
007290         GO TO 2500-RECOMPOR-PELA-CONTA-IMPRIMIR
007300     END-IF.
007310     MOVE VAR-CONTA-DEST TO WRK-CONTA-CONSULTA.
007320     PERFORM 2200-APURAR-DISPONIVEL
007330             THRU 2200-APURAR-DISPONIVEL-EXIT.
007340     IF WRK-DISPONIVEL NOT > ZEROS
007350         MOVE "RECOMPOSICAO PENDENTE " TO REL-DET-ACAO
007360         MOVE "DESTINO SEM SALDO DISPONIVEL" TO REL-DET-OBS
007370         ADD 1 TO WRK-CONT-SEM-ACAO
007380         GO TO 2500-RECOMPOR-PELA-CONTA-IMPRIMIR
007390     END-IF.
007400     IF WRK-DISPONIVEL < WRK-NECESSARIO
007410         MOVE WRK-DISPONIVEL TO WRK-VALOR-MOVER
007420         MOVE "RECOMPOSICAO PARCIAL" TO REL-DET-OBS
007430     ELSE
007440         MOVE WRK-NECESSARIO TO WRK-VALOR-MOVER
007450     END-IF.
007460     MOVE WRK-VALOR-MOVER TO REL-DET-VALOR.
007470     MOVE VAR-CONTA-DEST TO WRK-POSTAR-ID.
007480     COMPUTE WRK-POSTAR-VALOR = ZERO - WRK-VALOR-MOVER.
007490     PERFORM 7000-POSTAR-LANCAMENTO
007500             THRU 7000-POSTAR-LANCAMENTO-EXIT.
007510     MOVE VAR-CLI-ID      TO WRK-POSTAR-ID.
007520     MOVE WRK-VALOR-MOVER TO WRK-POSTAR-VALOR.
007530     PERFORM 7000-POSTAR-LANCAMENTO
007540             THRU 7000-POSTAR-LANCAMENTO-EXIT.
007550     MOVE "RECOMPOSTO DA CONTA   " TO REL-DET-ACAO.
007560     ADD 1 TO WRK-CONT-RECOMP.
007570     ADD WRK-VALOR-MOVER TO WRK-TOTAL-RECOMP.
007580 2500-RECOMPOR-PELA-CONTA-IMPRIMIR.
007590     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
007600 2500-RECOMPOR-PELA-CONTA-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------*
007640* 2600-PEDIR-RESGATE-CDB - MARCA O RESGATE ANTECIPADO DOS  *
007650*                  CDBS ATIVOS DO CLIENTE, DO MAIS ANTIGO  *
007660*                  PARA O MAIS NOVO, ATE O PRINCIPAL       *
007670*                  MARCADO COBRIR O NECESSARIO. RESGATE JA *
007680*                  PEDIDO E AINDA NAO LIQUIDADO CONTA PARA *
007690*                  A COBERTURA. A LIQUIDACAO E DO CLICDBJ  *
007700*                  NO LOTE SEGUINTE.                       *
007710*----------------------------------------------------------*
007720 2600-PEDIR-RESGATE-CDB.
007730     IF NOT ARQUIVO-CDB-OK
007740         MOVE WRK-NECESSARIO TO REL-DET-VALOR
007750         MOVE "REGRA RECUSADA        " TO REL-DET-ACAO
007760         MOVE "CLICDB INDISPONIVEL" TO REL-DET-OBS
007770         ADD 1 TO WRK-CONT-RECUSADAS
007780         WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE
007790         GO TO 2600-PEDIR-RESGATE-CDB-EXIT
007800     END-IF.
007810     MOVE ZEROS TO WRK-RESGATE-MARCADO.
007820     MOVE "N" TO WRK-FIM-CDB.
007830     MOVE ZEROS TO CDB-NUMERO.
007840     START CERTIFICADOS KEY IS GREATER THAN CDB-NUMERO
007850         INVALID KEY
007860             SET FIM-CERTIFICADOS TO TRUE
007870     END-START.
007880     PERFORM 2650-MARCAR-CERTIFICADO
007890             THRU 2650-MARCAR-CERTIFICADO-EXIT
007900             UNTIL FIM-CERTIFICADOS
007910                OR WRK-RESGATE-MARCADO NOT < WRK-NECESSARIO.
007920     IF WRK-RESGATE-MARCADO = ZEROS
007930         MOVE WRK-NECESSARIO TO REL-DET-VALOR
007940         MOVE "RECOMPOSICAO PENDENTE " TO REL-DET-ACAO
007950         MOVE "SEM CDB ATIVO DO CLIENTE" TO REL-DET-OBS
007960         ADD 1 TO WRK-CONT-SEM-ACAO
007970         WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE
007980     END-IF.
007990 2600-PEDIR-RESGATE-CDB-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------*
008030* 2650-MARCAR-CERTIFICADO - TRATA UM CDB NA VARREDURA DO   *
008040*                  CLICDB: SO OS DO CLIENTE DA REGRA       *
008050*----------------------------------------------------------*
008060 2650-MARCAR-CERTIFICADO.
008070     READ CERTIFICADOS NEXT RECORD
008080         AT END
008090             SET FIM-CERTIFICADOS TO TRUE
008100             GO TO 2650-MARCAR-CERTIFICADO-EXIT
008110     END-READ.
008120     IF CDB-CLI-ID NOT = VAR-CLI-ID
008130         GO TO 2650-MARCAR-CERTIFICADO-EXIT
008140     END-IF.
008150     IF CDB-RESGATE-PEDIDO
008160         ADD CDB-PRINCIPAL TO WRK-RESGATE-MARCADO
008170         GO TO 2650-MARCAR-CERTIFICADO-EXIT
008180     END-IF.
008190     IF NOT CDB-ATIVO
008200         GO TO 2650-MARCAR-CERTIFICADO-EXIT
008210     END-IF.
008220     SET CDB-RESGATE-PEDIDO TO TRUE.
008230     REWRITE CDB-REGISTRO.
008240     IF FS-CERTIFICADOS NOT = "00"
008250         DISPLAY "CLIVAREX: ERRO AO REGRAVAR CDB " CDB-NUMERO
008260                 " STATUS " FS-CERTIFICADOS
008270         GO TO 2650-MARCAR-CERTIFICADO-EXIT
008280     END-IF.
008290     ADD CDB-PRINCIPAL TO WRK-RESGATE-MARCADO.
008300     MOVE CDB-NUMERO TO REL-DCDB-NUMERO.
008310     MOVE REL-DESTINO-CDB TO REL-DET-DESTINO.
008320     MOVE CDB-PRINCIPAL TO REL-DET-VALOR.
008330     MOVE "RESGATE CDB PEDIDO    " TO REL-DET-ACAO.
008340     MOVE "LIQUIDA NO PROXIMO CLICDBJ" TO REL-DET-OBS.
008350     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
008360     ADD 1 TO WRK-CONT-RESGATES.
008370     ADD CDB-PRINCIPAL TO WRK-TOTAL-RESGATES.
008380 2650-MARCAR-CERTIFICADO-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------*
008420* 7000-POSTAR-LANCAMENTO - LANCA WRK-POSTAR-VALOR (COM     *
008430*                  SINAL) NA CONTA WRK-POSTAR-ID, COM      *
008440*                  LINHA DE AUDITORIA DE ORIGEM "W" (TAXA  *
008450*                  ZERADA, AUD-JUROS-DIA COM O VALOR)      *
008460*----------------------------------------------------------*
008470 7000-POSTAR-LANCAMENTO.
008480     MOVE WRK-POSTAR-ID TO CLI-ID.
008490     READ CLIENTES-MASTER
008500         INVALID KEY
008510             DISPLAY "CLIVAREX: CLIENTE " WRK-POSTAR-ID
008520                     " NAO ENCONTRADO NO LANCAMENTO"
008530             GO TO 7000-POSTAR-LANCAMENTO-EXIT
008540     END-READ.
008550     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
008560     ADD WRK-POSTAR-VALOR TO CLI-SALDO.
008570     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
008580     MOVE WRK-POSTAR-ID      TO AUD-CLIENTE-ID.
008590     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
008600     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
008610     MOVE ZEROS              TO AUD-TAXA-APLICADA.
008620     MOVE WRK-POSTAR-VALOR   TO AUD-JUROS-DIA.
008630     MOVE "W"                TO AUD-ORIGEM.
008640     MOVE ZEROS              TO AUD-SALDO-BASE.
008650     WRITE AUD-LINHA FROM AUD-REGISTRO.
008660     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
008670     REWRITE CLI-REGISTRO.
008680     IF FS-CLIENTES-MASTER NOT = "00"
008690         DISPLAY "CLIVAREX: ERRO AO REGRAVAR CLIENTE "
008700                 WRK-POSTAR-ID " STATUS " FS-CLIENTES-MASTER
008710     END-IF.
008720 7000-POSTAR-LANCAMENTO-EXIT.
008730     EXIT.
008740
008750*----------------------------------------------------------*
008760* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
008770*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
008780*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
008790*----------------------------------------------------------*
008800 7700-ESPELHAR-AUDK.
008810     IF NOT ARQUIVO-AUDK-OK
008820         GO TO 7700-ESPELHAR-AUDK-EXIT
008830     END-IF.
008840     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
008850     MOVE AUD-DATA       TO AUDK-DATA.
008860     MOVE AUD-REGISTRO   TO AUDK-LINHA.
008870     MOVE "N" TO WRK-AUDK-OK.
008880     MOVE 1 TO WRK-AUDK-SEQ.
008890     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
008900             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
008910     IF NOT AUDK-GRAVADO
008920         DISPLAY "CLIVAREX: ESPELHO CLIAUDK NAO GRAVADO "
008930                 "PARA O CLIENTE " AUDK-CLIENTE
008940     END-IF.
008950 7700-ESPELHAR-AUDK-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------*
008990* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
009000*                 DUPLICADA AVANCA A SEQUENCIA             *
009010*----------------------------------------------------------*
009020 7750-TENTAR-AUDK.
009030     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
009040     WRITE AUDK-REGISTRO
009050         INVALID KEY
009060             ADD 1 TO WRK-AUDK-SEQ
009070         NOT INVALID KEY
009080             SET AUDK-GRAVADO TO TRUE
009090     END-WRITE.
009100 7750-TENTAR-AUDK-EXIT.
009110     EXIT.
009120
009130*----------------------------------------------------------*
009140* 9000-FINALIZAR - IMPRIME OS TOTAIS, GRAVA O CONTROLE DA  *
009150*                  VARREDURA, SOLTA A TRAVA E DEVOLVE O    *
009160*                  CODIGO DE RETORNO DO STEP               *
009170*----------------------------------------------------------*
009180 9000-FINALIZAR.
009190     WRITE REL-LINHA FROM REL-TIT-CONTROLE
009200             AFTER ADVANCING 2 LINES.
009210     MOVE "REGRAS LIDAS                  " TO REL-ROD-ROTULO.
009220     MOVE WRK-CONT-LIDAS TO REL-ROD-VALOR.
009230     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009240     MOVE "REGRAS CANCELADAS (IGNORADAS) " TO REL-ROD-ROTULO.
009250     MOVE WRK-CONT-CANCELADAS TO REL-ROD-VALOR.
009260     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009270     MOVE "CONTAS SEM ACAO NO DIA        " TO REL-ROD-ROTULO.
009280     MOVE WRK-CONT-SEM-ACAO TO REL-ROD-VALOR.
009290     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009300     MOVE "EXCEDENTES TRANSFERIDOS       " TO REL-ROD-ROTULO.
009310     MOVE WRK-CONT-TRANSF TO REL-ROD-VALOR.
009320     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009330     MOVE "VALOR TRANSFERIDO             " TO REL-ROD-ROTULO.
009340     MOVE WRK-TOTAL-TRANSF TO REL-ROD-VALOR.
009350     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009360     MOVE "CDBS APLICADOS                " TO REL-ROD-ROTULO.
009370     MOVE WRK-CONT-APLIC TO REL-ROD-VALOR.
009380     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009390     MOVE "VALOR APLICADO EM CDB         " TO REL-ROD-ROTULO.
009400     MOVE WRK-TOTAL-APLIC TO REL-ROD-VALOR.
009410     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009420     MOVE "RECOMPOSICOES PELA CONTA      " TO REL-ROD-ROTULO.
009430     MOVE WRK-CONT-RECOMP TO REL-ROD-VALOR.
009440     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009450     MOVE "VALOR RECOMPOSTO              " TO REL-ROD-ROTULO.
009460     MOVE WRK-TOTAL-RECOMP TO REL-ROD-VALOR.
009470     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009480     MOVE "RESGATES DE CDB PEDIDOS       " TO REL-ROD-ROTULO.
009490     MOVE WRK-CONT-RESGATES TO REL-ROD-VALOR.
009500     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009510     MOVE "PRINCIPAL PEDIDO EM RESGATE   " TO REL-ROD-ROTULO.
009520     MOVE WRK-TOTAL-RESGATES TO REL-ROD-VALOR.
009530     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009540     MOVE "MOVIMENTACOES SUSPENSAS       " TO REL-ROD-ROTULO.
009550     MOVE WRK-CONT-SUSPENSAS TO REL-ROD-VALOR.
009560     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009570     MOVE "REGRAS RECUSADAS              " TO REL-ROD-ROTULO.
009580     MOVE WRK-CONT-RECUSADAS TO REL-ROD-VALOR.
009590     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009600     CLOSE REGRAS CLIENTES-MASTER AUDITORIA RELATORIO.
009610     IF ARQUIVO-CDB-OK
009620         CLOSE CERTIFICADOS
009630     END-IF.
009640     IF ARQUIVO-BLOQUEIOS-OK
009650         CLOSE BLOQUEIOS
009660     END-IF.
009670     IF ARQUIVO-FLOAT-OK
009680         CLOSE FLUTUANTES
009690     END-IF.
009700     IF ARQUIVO-AUDK-OK
009710         CLOSE AUDITORIA-CHAVEADA
009720     END-IF.
009730     OPEN OUTPUT CONTROLE-VARREDURA.
009740     MOVE WRK-DATA-EXECUCAO TO VARCT-ULTIMA-DATA.
009750     WRITE VARCT-REGISTRO.
009760     CLOSE CONTROLE-VARREDURA.
009770     PERFORM 1170-DESMARCAR-PROCESSAMENTO
009780             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
009790     IF WRK-CONT-RECUSADAS > ZEROS OR WRK-CONT-SUSPENSAS > ZEROS
009800         MOVE 4 TO RETURN-CODE
009810     END-IF.
009820 9000-FINALIZAR-EXIT.
009830     EXIT.
009840
009850 9999-EXIT.
009860     STOP RUN.
