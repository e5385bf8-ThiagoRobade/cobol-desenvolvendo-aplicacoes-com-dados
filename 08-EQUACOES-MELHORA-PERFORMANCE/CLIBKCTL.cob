000250*                    CONTAGEM. O CLIREST RESTAURA O SET    *
000260*                    JUNTO COM O MESTRE - A RECUPERACAO    *
000270*                    VIRA UM JOB, NAO UM CHECKLIST.        *
000280* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000290*                    BYTES (ALIQUOTAS DE IOF DO CHEQUE     *
000300*                    ESPECIAL).                            *
000310* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000320*                    BYTES (CICLOS DE RECADASTRAMENTO).    *
000330* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000340*                    BYTES (TETO DO FGC). O PAYLOAD DO     *
000350*                    CLICTSET PASSA DE 100 PARA 125 BYTES: *
000360*                    A FOTO DO CLIPARM, JA MAIOR QUE 100   *
000370*                    BYTES, VOLTA A SAIR INTEIRA.          *
000380*----------------------------------------------------------*
000390 ENVIRONMENT             DIVISION.
000400 CONFIGURATION           SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430
000440 INPUT-OUTPUT            SECTION.
000450 FILE-CONTROL.
000460     SELECT CONTROLE ASSIGN TO "CLICTRL"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS FS-CONTROLE.
000490     SELECT CONTROLE-MOVTO ASSIGN TO "CLIMVCT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS FS-CONTROLE-MOVTO.
000520     SELECT CONTROLE-TARIFA ASSIGN TO "CLITARCT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS FS-CONTROLE-TARIFA.
000550     SELECT GERACAO-EXTRATO ASSIGN TO "CLIEXGEN"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS FS-GERACAO-EXTRATO.
000580     SELECT GERACAO-GL ASSIGN TO "CLIGLGEN"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS FS-GERACAO-GL.
000610     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS FS-PARAMETROS.
000640     SELECT TITULARES ASSIGN TO "CLITITU"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS TIT-CHAVE
000680         FILE STATUS IS FS-TITULARES.
000690*----------------------------------------------------------*
000700* SET UNICO E TIPADO COM A FOTO DOS CONTROLES              *
000710*----------------------------------------------------------*
000720     SELECT CONJUNTO ASSIGN TO "CLICTSET"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS FS-CONJUNTO.
000750
000760 DATA                    DIVISION.
000770 FILE                    SECTION.
000780 FD  CONTROLE
000790     LABEL RECORD IS STANDARD.
000800 01  CTRL-REGISTRO            PICTURE X(17).
000810
000820 FD  CONTROLE-MOVTO
000830     LABEL RECORD IS STANDARD.
000840 01  MVCT-REGISTRO            PICTURE X(08).
000850
000860 FD  CONTROLE-TARIFA
000870     LABEL RECORD IS STANDARD.
000880 01  TARCT-REGISTRO           PICTURE X(06).
000890
000900 FD  GERACAO-EXTRATO
000910     LABEL RECORD IS STANDARD.
000920 01  GER-REGISTRO             PICTURE X(14).
000930
000940 FD  GERACAO-GL
000950     LABEL RECORD IS STANDARD.
000960 01  GLG-REGISTRO             PICTURE X(14).
000970
000980 FD  PARAMETROS
000990     LABEL RECORD IS STANDARD.
001000 01  PARM-REGISTRO            PICTURE X(125).
001010
001020 FD  TITULARES
001030     LABEL RECORD IS STANDARD.
001040     COPY CLITITRG.
001050
001060 FD  CONJUNTO
001070     LABEL RECORD IS STANDARD.
001080 01  SET-REGISTRO.
001090     05  SET-TIPO             PICTURE X(08).
001100     05  SET-PAYLOAD          PICTURE X(125).
001110
001120 WORKING-STORAGE         SECTION.
001130 01  WRK-FLAGS.
001140     05  WRK-FIM-TIT     PICTURE X(01)      VALUE "N".
001150         88  FIM-TITULARES                  VALUE "S".
001160 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001170 01  FS-CONTROLE-MOVTO   PICTURE X(02)      VALUE "00".
001180 01  FS-CONTROLE-TARIFA  PICTURE X(02)      VALUE "00".
001190 01  FS-GERACAO-EXTRATO  PICTURE X(02)      VALUE "00".
001200 01  FS-GERACAO-GL       PICTURE X(02)      VALUE "00".
001210 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
001220 01  FS-TITULARES        PICTURE X(02)      VALUE "00".
001230 01  FS-CONJUNTO         PICTURE X(02)      VALUE "00".
001240 77  WRK-CONT-REGISTROS  PICTURE 9(06)      COMP VALUE ZEROS.
001250 77  WRK-CONT-TITULARES  PICTURE 9(06)      COMP VALUE ZEROS.
001260 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001270 01  SET-TRAILER.
001280     05  SET-TRL-DATA        PICTURE 9(08).
001290     05  FILLER              PICTURE X(01) VALUE SPACES.
001300     05  SET-TRL-QTD         PICTURE 9(06).
001310     05  FILLER              PICTURE X(85) VALUE SPACES.
001320
001330 PROCEDURE               DIVISION.
001340*----------------------------------------------------------*
001350* 0000-MAINLINE - FOTOGRAFA CADA CONTROLE NO SET UNICO     *
001360*----------------------------------------------------------*
001370 0000-MAINLINE.
001380     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
001390     OPEN OUTPUT CONJUNTO.
001400     IF FS-CONJUNTO NOT = "00"
001410         DISPLAY "CLIBKCTL: ERRO AO ABRIR CLICTSET - STATUS "
001420                 FS-CONJUNTO
001430         MOVE 16 TO RETURN-CODE
001440         GO TO 9999-EXIT
001450     END-IF.
001460     PERFORM 2100-FOTOGRAFAR-CLICTRL
001470             THRU 2100-FOTOGRAFAR-CLICTRL-EXIT.
001480     PERFORM 2200-FOTOGRAFAR-CLIMVCT
001490             THRU 2200-FOTOGRAFAR-CLIMVCT-EXIT.
001500     PERFORM 2300-FOTOGRAFAR-CLITARCT
001510             THRU 2300-FOTOGRAFAR-CLITARCT-EXIT.
001520     PERFORM 2400-FOTOGRAFAR-CLIEXGEN
001530             THRU 2400-FOTOGRAFAR-CLIEXGEN-EXIT.
001540     PERFORM 2500-FOTOGRAFAR-CLIGLGEN
001550             THRU 2500-FOTOGRAFAR-CLIGLGEN-EXIT.
001560     PERFORM 2600-FOTOGRAFAR-CLIPARM
001570             THRU 2600-FOTOGRAFAR-CLIPARM-EXIT.
001580     PERFORM 2700-FOTOGRAFAR-CLITITU
001590             THRU 2700-FOTOGRAFAR-CLITITU-EXIT.
001600     MOVE "FIM     " TO SET-TIPO.
001610     MOVE WRK-DATA-SISTEMA   TO SET-TRL-DATA.
001620     MOVE WRK-CONT-REGISTROS TO SET-TRL-QTD.
001630     MOVE SET-TRAILER TO SET-PAYLOAD.
001640     WRITE SET-REGISTRO.
001650     CLOSE CONJUNTO.
001660     DISPLAY "CLIBKCTL: " WRK-CONT-REGISTROS " REGISTROS NO "
001670             "SET (" WRK-CONT-TITULARES " TITULARES)".
001680     GO TO 9999-EXIT.
001690
001700*----------------------------------------------------------*
001710* 2100-FOTOGRAFAR-CLICTRL - FOTO DO CONTROLE DO LOTE       *
001720*----------------------------------------------------------*
001730 2100-FOTOGRAFAR-CLICTRL.
001740     OPEN INPUT CONTROLE.
001750     IF FS-CONTROLE NOT = "00"
001760         DISPLAY "CLIBKCTL: CLICTRL INDISPONIVEL - FORA DA FOTO"
001770         GO TO 2100-FOTOGRAFAR-CLICTRL-EXIT
001780     END-IF.
001790     READ CONTROLE
001800         AT END
001810             CONTINUE
001820         NOT AT END
001830             MOVE "CLICTRL " TO SET-TIPO
001840             MOVE SPACES TO SET-PAYLOAD
001850             MOVE CTRL-REGISTRO TO SET-PAYLOAD
001860             WRITE SET-REGISTRO
001870             ADD 1 TO WRK-CONT-REGISTROS
001880     END-READ.
001890     CLOSE CONTROLE.
001900 2100-FOTOGRAFAR-CLICTRL-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------*
001940* 2200-FOTOGRAFAR-CLIMVCT - FOTO DO CONTROLE DE MOVIMENTOS *
001950*----------------------------------------------------------*
001960 2200-FOTOGRAFAR-CLIMVCT.
001970     OPEN INPUT CONTROLE-MOVTO.
001980     IF FS-CONTROLE-MOVTO NOT = "00"
001990         DISPLAY "CLIBKCTL: CLIMVCT INDISPONIVEL - FORA DA FOTO"
002000         GO TO 2200-FOTOGRAFAR-CLIMVCT-EXIT
002010     END-IF.
002020     READ CONTROLE-MOVTO
002030         AT END
002040             CONTINUE
002050         NOT AT END
002060             MOVE "CLIMVCT " TO SET-TIPO
002070             MOVE SPACES TO SET-PAYLOAD
002080             MOVE MVCT-REGISTRO TO SET-PAYLOAD
002090             WRITE SET-REGISTRO
002100             ADD 1 TO WRK-CONT-REGISTROS
002110     END-READ.
002120     CLOSE CONTROLE-MOVTO.
002130 2200-FOTOGRAFAR-CLIMVCT-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------*
002170* 2300-FOTOGRAFAR-CLITARCT - FOTO DO CONTROLE DA TARIFA    *
002180*----------------------------------------------------------*
002190 2300-FOTOGRAFAR-CLITARCT.
002200     OPEN INPUT CONTROLE-TARIFA.
002210     IF FS-CONTROLE-TARIFA NOT = "00"
002220         DISPLAY "CLIBKCTL: CLITARCT INDISPONIVEL - FORA DA "
002230                 "FOTO"
002240         GO TO 2300-FOTOGRAFAR-CLITARCT-EXIT
002250     END-IF.
002260     READ CONTROLE-TARIFA
002270         AT END
002280             CONTINUE
002290         NOT AT END
002300             MOVE "CLITARCT" TO SET-TIPO
002310             MOVE SPACES TO SET-PAYLOAD
002320             MOVE TARCT-REGISTRO TO SET-PAYLOAD
002330             WRITE SET-REGISTRO
002340             ADD 1 TO WRK-CONT-REGISTROS
002350     END-READ.
002360     CLOSE CONTROLE-TARIFA.
002370 2300-FOTOGRAFAR-CLITARCT-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------*
002410* 2400-FOTOGRAFAR-CLIEXGEN - FOTO DA GERACAO DO EXTRATO    *
002420*----------------------------------------------------------*
002430 2400-FOTOGRAFAR-CLIEXGEN.
002440     OPEN INPUT GERACAO-EXTRATO.
002450     IF FS-GERACAO-EXTRATO NOT = "00"
002460         DISPLAY "CLIBKCTL: CLIEXGEN INDISPONIVEL - FORA DA "
002470                 "FOTO"
002480         GO TO 2400-FOTOGRAFAR-CLIEXGEN-EXIT
002490     END-IF.
002500     READ GERACAO-EXTRATO
002510         AT END
002520             CONTINUE
002530         NOT AT END
002540             MOVE "CLIEXGEN" TO SET-TIPO
002550             MOVE SPACES TO SET-PAYLOAD
002560             MOVE GER-REGISTRO TO SET-PAYLOAD
002570             WRITE SET-REGISTRO
002580             ADD 1 TO WRK-CONT-REGISTROS
002590     END-READ.
002600     CLOSE GERACAO-EXTRATO.
002610 2400-FOTOGRAFAR-CLIEXGEN-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------*
002650* 2500-FOTOGRAFAR-CLIGLGEN - FOTO DA GERACAO DO CLIGLEX    *
002660*----------------------------------------------------------*
002670 2500-FOTOGRAFAR-CLIGLGEN.
002680     OPEN INPUT GERACAO-GL.
002690     IF FS-GERACAO-GL NOT = "00"
002700         DISPLAY "CLIBKCTL: CLIGLGEN INDISPONIVEL - FORA DA "
002710                 "FOTO"
002720         GO TO 2500-FOTOGRAFAR-CLIGLGEN-EXIT
002730     END-IF.
002740     READ GERACAO-GL
002750         AT END
002760             CONTINUE
002770         NOT AT END
002780             MOVE "CLIGLGEN" TO SET-TIPO
002790             MOVE SPACES TO SET-PAYLOAD
002800             MOVE GLG-REGISTRO TO SET-PAYLOAD
002810             WRITE SET-REGISTRO
002820             ADD 1 TO WRK-CONT-REGISTROS
002830     END-READ.
002840     CLOSE GERACAO-GL.
002850 2500-FOTOGRAFAR-CLIGLGEN-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------*
002890* 2600-FOTOGRAFAR-CLIPARM - FOTO DO REGISTRO DE PARAMETROS *
002900*----------------------------------------------------------*
002910 2600-FOTOGRAFAR-CLIPARM.
002920     OPEN INPUT PARAMETROS.
002930     IF FS-PARAMETROS NOT = "00"
002940         DISPLAY "CLIBKCTL: CLIPARM INDISPONIVEL - FORA DA FOTO"
002950         GO TO 2600-FOTOGRAFAR-CLIPARM-EXIT
002960     END-IF.
002970     READ PARAMETROS
002980         AT END
002990             CONTINUE
003000         NOT AT END
003010             MOVE "CLIPARM " TO SET-TIPO
003020             MOVE SPACES TO SET-PAYLOAD
003030             MOVE PARM-REGISTRO TO SET-PAYLOAD
003040             WRITE SET-REGISTRO
003050             ADD 1 TO WRK-CONT-REGISTROS
003060     END-READ.
003070     CLOSE PARAMETROS.
003080 2600-FOTOGRAFAR-CLIPARM-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------*
003120* 2700-FOTOGRAFAR-CLITITU - UM REGISTRO DO SET POR TITULAR *
003130*----------------------------------------------------------*
003140 2700-FOTOGRAFAR-CLITITU.
003150     OPEN INPUT TITULARES.
003160     IF FS-TITULARES NOT = "00"
003170         DISPLAY "CLIBKCTL: CLITITU INDISPONIVEL - FORA DA FOTO"
003180         GO TO 2700-FOTOGRAFAR-CLITITU-EXIT
003190     END-IF.
003200     PERFORM 2750-FOTOGRAFAR-TITULAR
003210             THRU 2750-FOTOGRAFAR-TITULAR-EXIT
003220             UNTIL FIM-TITULARES.
003230     CLOSE TITULARES.
003240 2700-FOTOGRAFAR-CLITITU-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------*
003280* 2750-FOTOGRAFAR-TITULAR - FOTO DE UM TITULAR             *
003290*----------------------------------------------------------*
003300 2750-FOTOGRAFAR-TITULAR.
003310     READ TITULARES NEXT RECORD
003320         AT END
003330             SET FIM-TITULARES TO TRUE
003340             GO TO 2750-FOTOGRAFAR-TITULAR-EXIT
003350     END-READ.
003360     MOVE "CLITITU " TO SET-TIPO.
003370     MOVE SPACES TO SET-PAYLOAD.
003380     MOVE TIT-REGISTRO TO SET-PAYLOAD.
003390     WRITE SET-REGISTRO.
003400     ADD 1 TO WRK-CONT-REGISTROS.
003410     ADD 1 TO WRK-CONT-TITULARES.
003420 2750-FOTOGRAFAR-TITULAR-EXIT.
003430     EXIT.
003440
003450 9999-EXIT.
003460     STOP RUN.
