000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             FECMNT.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - LIBERACAO PELO      *
000120*                    SUPERVISOR DE UM DIA QUE O CLIFECHA   *
000130*                    NAO CERTIFICOU (UM STEP QUE           *
000140*                    LEGITIMAMENTE NAO RODOU, UM DIA SEM   *
000150*                    ARQUIVO DA COMPENSACAO), PARA QUE O   *
000160*                    CLIORDEX, O CLIMOVTO E O CLIENTES     *
000170*                    ACEITEM A DATA SEGUINTE. SIGN-ON SO   *
000180*                    DE PERFIL SUPERVISOR NO CLIOPER,      *
000190*                    MOTIVO OBRIGATORIO E CONFIRMACAO; A   *
000200*                    LIBERACAO FICA NO CLIFECCT (LAYOUT    *
000210*                    CLIFECRG) E NO CLIMLOG (FUNCAO "L").  *
000220*----------------------------------------------------------*
000230 ENVIRONMENT             DIVISION.
000240 CONFIGURATION           SECTION.
000250 SPECIAL-NAMES.
000260     DECIMAL-POINT IS COMMA.
000270
000280 INPUT-OUTPUT            SECTION.
000290 FILE-CONTROL.
000300     SELECT CONTROLE ASSIGN TO "CLICTRL"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS FS-CONTROLE.
000330     SELECT FECHAMENTO ASSIGN TO "CLIFECCT"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS FS-FECHAMENTO.
000360     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-LOG-MANUTENCAO.
000390
000400 DATA                    DIVISION.
000410 FILE                    SECTION.
000420 FD  CONTROLE
000430     LABEL RECORD IS STANDARD.
000440 01  CTRL-REGISTRO.
000450     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
000460     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
000470     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
000480
000490 FD  FECHAMENTO
000500     LABEL RECORD IS STANDARD.
000510     COPY CLIFECRG.
000520
000530 FD  LOG-MANUTENCAO
000540     LABEL RECORD IS STANDARD.
000550 01  MLOG-LINHA               PICTURE X(120).
000560
000570 WORKING-STORAGE         SECTION.
000580 01  WRK-FLAGS.
000590     05  WRK-SIGNON-OK        PICTURE X(01)  VALUE "N".
000600         88  OPERADOR-AUTENTICADO            VALUE "S".
000610     05  WRK-EXIGE-SUPERV     PICTURE X(01)  VALUE "S".
000620         88  EXIGIR-SUPERVISOR               VALUE "S".
000630     05  WRK-TEM-REGISTRO     PICTURE X(01)  VALUE "N".
000640         88  FECHAMENTO-EXISTENTE            VALUE "S".
000650 01  FS-CONTROLE          PICTURE X(02)      VALUE "00".
000660 01  FS-FECHAMENTO        PICTURE X(02)      VALUE "00".
000670 01  FS-LOG-MANUTENCAO    PICTURE X(02)      VALUE "00".
000680 77  WRK-ID-INFORMADO     PICTURE X(08)      VALUE SPACES.
000690 77  WRK-SENHA-INFORMADA  PICTURE X(08)      VALUE SPACES.
000700 77  WRK-RESULTADO-SIGNON PICTURE X(01)      VALUE SPACES.
000710 77  WRK-PERFIL-OPERADOR  PICTURE X(01)      VALUE SPACES.
000720 77  WRK-OPERADOR         PICTURE X(08)      VALUE SPACES.
000730 77  WRK-CONFIRMA         PICTURE X(01)      VALUE SPACES.
000740 77  WRK-MOTIVO           PICTURE X(30)      VALUE SPACES.
000750 77  WRK-DATA-PENDENTE    PICTURE 9(08)      VALUE ZEROS.
000760 77  WRK-DATA-SISTEMA     PICTURE 9(08)      VALUE ZEROS.
000770 77  WRK-HORA-COMPLETA    PICTURE 9(08)      VALUE ZEROS.
000780 77  WRK-FEC-SALVO        PICTURE X(80)      VALUE SPACES.
000790
000800*----------------------------------------------------------*
000810* LINHA DO LOG DE MANUTENCAO (CLIMLOG), NOS MOLDES DO      *
000820* CLIMAINT                                                 *
000830*----------------------------------------------------------*
000840 01  MLOG-REGISTRO.
000850     05  MLOG-DATA            PICTURE 9(08).
000860     05  FILLER               PICTURE X(01)  VALUE SPACE.
000870     05  MLOG-HORA            PICTURE 9(06).
000880     05  FILLER               PICTURE X(01)  VALUE SPACE.
000890     05  MLOG-OPERADOR        PICTURE X(08).
000900     05  FILLER               PICTURE X(01)  VALUE SPACE.
000910     05  MLOG-FUNCAO          PICTURE X(01).
000920     05  FILLER               PICTURE X(01)  VALUE SPACE.
000930     05  MLOG-CLIENTE         PICTURE 9(06).
000940     05  FILLER               PICTURE X(01)  VALUE SPACE.
000950     05  MLOG-CAMPO           PICTURE X(12).
000960     05  FILLER               PICTURE X(01)  VALUE SPACE.
000970     05  MLOG-ANTES           PICTURE X(34).
000980     05  FILLER               PICTURE X(01)  VALUE SPACE.
000990     05  MLOG-DEPOIS          PICTURE X(34).
001000     05  FILLER               PICTURE X(04)  VALUE SPACES.
001010
001020 PROCEDURE               DIVISION.
001030*----------------------------------------------------------*
001040* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001050*----------------------------------------------------------*
001060 0000-MAINLINE.
001070     DISPLAY "FECMNT - LIBERACAO DO FECHAMENTO DO DIA".
001080     DISPLAY "IDENTIFICACAO DO SUPERVISOR".
001090     MOVE "S" TO WRK-EXIGE-SUPERV.
001100     PERFORM 0500-AUTENTICAR-OPERADOR
001110             THRU 0500-AUTENTICAR-OPERADOR-EXIT.
001120     IF NOT OPERADOR-AUTENTICADO
001130         DISPLAY "FECMNT: SIGN-ON RECUSADO - ENCERRANDO"
001140         GO TO 9999-EXIT
001150     END-IF.
001160     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR.
001170     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
001180     OPEN EXTEND LOG-MANUTENCAO.
001190     IF FS-LOG-MANUTENCAO NOT = "00"
001200         DISPLAY "FECMNT: ERRO AO ABRIR CLIMLOG - STATUS "
001210                 FS-LOG-MANUTENCAO
001220         GO TO 9999-EXIT
001230     END-IF.
001240     PERFORM 1000-LER-SITUACAO THRU 1000-LER-SITUACAO-EXIT.
001250     IF WRK-DATA-PENDENTE NOT = ZEROS
001260         PERFORM 2000-CAPTURAR-LIBERACAO
001270                 THRU 2000-CAPTURAR-LIBERACAO-EXIT
001280     END-IF.
001290     CLOSE LOG-MANUTENCAO.
001300     GO TO 9999-EXIT.
001310
001320*----------------------------------------------------------*
001330* 0500-AUTENTICAR-OPERADOR - PEDE USUARIO E SENHA E        *
001340*                 CONFERE NO CLIOPER (TRES TENTATIVAS).    *
001350*                 SO O PERFIL "S" E ACEITO. NOS MOLDES DO  *
001360*                 PARMMNT.                                 *
001370*----------------------------------------------------------*
001380 0500-AUTENTICAR-OPERADOR.
001390     MOVE "N" TO WRK-SIGNON-OK.
001400     PERFORM 0510-UMA-TENTATIVA THRU 0510-UMA-TENTATIVA-EXIT
001410             3 TIMES.
001420 0500-AUTENTICAR-OPERADOR-EXIT.
001430     EXIT.
001440
001450*----------------------------------------------------------*
001460* 0510-UMA-TENTATIVA - UMA TENTATIVA DE SIGN-ON            *
001470*----------------------------------------------------------*
001480 0510-UMA-TENTATIVA.
001490     IF OPERADOR-AUTENTICADO
001500         GO TO 0510-UMA-TENTATIVA-EXIT
001510     END-IF.
001520     DISPLAY "OPERADOR: ".
001530     ACCEPT WRK-ID-INFORMADO.
001540     DISPLAY "SENHA   : ".
001550     ACCEPT WRK-SENHA-INFORMADA.
001560     CALL "CLISIGN" USING WRK-ID-INFORMADO
001570             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
001580             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
001590     IF WRK-RESULTADO-SIGNON = "S"
001600         MOVE "S" TO WRK-SIGNON-OK
001610     ELSE
001620         DISPLAY "FECMNT: SIGN-ON NAO ACEITO (RESULTADO "
001630                 WRK-RESULTADO-SIGNON ")"
001640     END-IF.
001650 0510-UMA-TENTATIVA-EXIT.
001660     EXIT.
001670
001680*----------------------------------------------------------*
001690* 1000-LER-SITUACAO - MOSTRA O ULTIMO DIA PROCESSADO       *
001700*                 (CLICTRL) E O QUE O CLIFECCT TEM DELE;   *
001710*                 SO SOBRA DATA PENDENTE QUANDO O DIA NAO  *
001720*                 ESTA CERTIFICADO NEM LIBERADO            *
001730*----------------------------------------------------------*
001740 1000-LER-SITUACAO.
001750     MOVE ZEROS TO WRK-DATA-PENDENTE.
001760     OPEN INPUT CONTROLE.
001770     IF FS-CONTROLE NOT = "00"
001780         DISPLAY "FECMNT: ERRO AO ABRIR CLICTRL - STATUS "
001790                 FS-CONTROLE
001800         GO TO 1000-LER-SITUACAO-EXIT
001810     END-IF.
001820     READ CONTROLE
001830         AT END
001840             MOVE ZEROS TO CTRL-ULTIMA-DATA
001850     END-READ.
001860     MOVE CTRL-ULTIMA-DATA TO WRK-DATA-PENDENTE.
001870     CLOSE CONTROLE.
001880     IF WRK-DATA-PENDENTE = ZEROS
001890         DISPLAY "FECMNT: CLICTRL SEM DATA DE LOTE - NADA A "
001900                 "LIBERAR"
001910         GO TO 1000-LER-SITUACAO-EXIT
001920     END-IF.
001930     DISPLAY "ULTIMO DIA PROCESSADO (CLICTRL) : "
001940             WRK-DATA-PENDENTE.
001950     MOVE "N" TO WRK-TEM-REGISTRO.
001960     OPEN INPUT FECHAMENTO.
001970     IF FS-FECHAMENTO = "00"
001980         READ FECHAMENTO
001990             AT END
002000                 CONTINUE
002010             NOT AT END
002020                 MOVE FEC-REGISTRO TO WRK-FEC-SALVO
002030                 SET FECHAMENTO-EXISTENTE TO TRUE
002040         END-READ
002050         CLOSE FECHAMENTO
002060     END-IF.
002070     IF NOT FECHAMENTO-EXISTENTE
002080         DISPLAY "CLIFECCT AINDA SEM REGISTRO DE FECHAMENTO"
002090         GO TO 1000-LER-SITUACAO-EXIT
002100     END-IF.
002110     MOVE WRK-FEC-SALVO TO FEC-REGISTRO.
002120     DISPLAY "ULTIMO DIA CERTIFICADO          : " FEC-ULTIMA-DATA
002130             " EM " FEC-DATA-CERTIFICACAO.
002140     DISPLAY "ULTIMA LIBERACAO DE SUPERVISOR  : "
002150             FEC-DATA-LIBERADA " POR " FEC-OPERADOR-LIB
002160             " EM " FEC-DATA-LIBERACAO.
002170     IF FEC-ULTIMA-DATA NOT < WRK-DATA-PENDENTE
002180         DISPLAY "FECMNT: DIA " WRK-DATA-PENDENTE
002190                 " JA CERTIFICADO - NADA A LIBERAR"
002200         MOVE ZEROS TO WRK-DATA-PENDENTE
002210         GO TO 1000-LER-SITUACAO-EXIT
002220     END-IF.
002230     IF FEC-DATA-LIBERADA = WRK-DATA-PENDENTE
002240         DISPLAY "FECMNT: DIA " WRK-DATA-PENDENTE
002250                 " JA LIBERADO - MOTIVO " FEC-MOTIVO-LIB
002260         MOVE ZEROS TO WRK-DATA-PENDENTE
002270     END-IF.
002280 1000-LER-SITUACAO-EXIT.
002290     EXIT.
002300
002310*----------------------------------------------------------*
002320* 2000-CAPTURAR-LIBERACAO - PEDE O MOTIVO E A CONFIRMACAO  *
002330*                 E GRAVA A LIBERACAO DO DIA PENDENTE      *
002340*----------------------------------------------------------*
002350 2000-CAPTURAR-LIBERACAO.
002360     DISPLAY "DIA " WRK-DATA-PENDENTE
002370             " NAO CERTIFICADO PELO CLIFECHA".
002380     DISPLAY "MOTIVO DA LIBERACAO (ATE 30 POSICOES): ".
002390     ACCEPT WRK-MOTIVO.
002400     IF WRK-MOTIVO = SPACES
002410         DISPLAY "FECMNT: MOTIVO OBRIGATORIO - NADA FOI GRAVADO"
002420         GO TO 2000-CAPTURAR-LIBERACAO-EXIT
002430     END-IF.
002440     DISPLAY "CONFIRMA A LIBERACAO DO DIA " WRK-DATA-PENDENTE
002450             " (S/N)? ".
002460     ACCEPT WRK-CONFIRMA.
002470     IF WRK-CONFIRMA NOT = "S"
002480         DISPLAY "FECMNT: LIBERACAO CANCELADA PELO OPERADOR"
002490         GO TO 2000-CAPTURAR-LIBERACAO-EXIT
002500     END-IF.
002510     PERFORM 5000-GRAVAR-LIBERACAO
002520             THRU 5000-GRAVAR-LIBERACAO-EXIT.
002530 2000-CAPTURAR-LIBERACAO-EXIT.
002540     EXIT.
002550
002560*----------------------------------------------------------*
002570* 5000-GRAVAR-LIBERACAO - REGRAVA O CLIFECCT (CRIANDO SE   *
002580*                 FOR O PRIMEIRO) COM A LIBERACAO, SEM     *
002590*                 MEXER NA ULTIMA CERTIFICACAO, E LOGA     *
002600*----------------------------------------------------------*
002610 5000-GRAVAR-LIBERACAO.
002620     IF FECHAMENTO-EXISTENTE
002630         MOVE WRK-FEC-SALVO TO FEC-REGISTRO
002640     ELSE
002650         MOVE SPACES TO FEC-REGISTRO
002660         MOVE ZEROS  TO FEC-ULTIMA-DATA FEC-DATA-CERTIFICACAO
002670                        FEC-HORA-CERTIFICACAO FEC-ITENS-CONFERIDOS
002680     END-IF.
002690     MOVE WRK-DATA-PENDENTE TO FEC-DATA-LIBERADA.
002700     MOVE WRK-OPERADOR      TO FEC-OPERADOR-LIB.
002710     MOVE WRK-DATA-SISTEMA  TO FEC-DATA-LIBERACAO.
002720     MOVE WRK-MOTIVO        TO FEC-MOTIVO-LIB.
002730     OPEN OUTPUT FECHAMENTO.
002740     IF FS-FECHAMENTO NOT = "00"
002750         DISPLAY "FECMNT: ERRO AO GRAVAR CLIFECCT - STATUS "
002760                 FS-FECHAMENTO " - NADA FOI GRAVADO"
002770         GO TO 5000-GRAVAR-LIBERACAO-EXIT
002780     END-IF.
002790     WRITE FEC-REGISTRO.
002800     CLOSE FECHAMENTO.
002810     MOVE "L" TO MLOG-FUNCAO.
002820     MOVE "FECHAMENTO  " TO MLOG-CAMPO.
002830     MOVE WRK-DATA-PENDENTE TO MLOG-ANTES.
002840     MOVE WRK-MOTIVO TO MLOG-DEPOIS.
002850     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
002860     DISPLAY "FECMNT: DIA " WRK-DATA-PENDENTE " LIBERADO POR "
002870             WRK-OPERADOR.
002880 5000-GRAVAR-LIBERACAO-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------*
002920* 7000-GRAVAR-LOG - GRAVA UMA LINHA NO CLIMLOG             *
002930*----------------------------------------------------------*
002940 7000-GRAVAR-LOG.
002950     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
002960*   TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
002970*   9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
002980     ACCEPT WRK-HORA-COMPLETA FROM TIME.
002990     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
003000     MOVE WRK-OPERADOR TO MLOG-OPERADOR.
003010     MOVE ZEROS TO MLOG-CLIENTE.
003020     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
003030 7000-GRAVAR-LOG-EXIT.
003040     EXIT.
003050
003060 9999-EXIT.
003070     STOP RUN.
