000180*                    (O DIA A DIA E MANTIDO PELO           *
000190*                    CLIMAINT). RELATORIO DE CONTROLE      *
000200*                    RELXRF COM OS VOLUMES.                *
000210* 2026-10-15 EBC     NA MESMA PASSADA DO CLIMSTR REGRAVA   *
000220*                    TAMBEM DO ZERO A REFERENCIA AGENCIA X *
000230*                    NOME CLIXNOM (LAYOUT CLIXNOMR), USADA *
000240*                    NO AVISO DE NOME IDENTICO DO CLIMAINT *
000250*                    E DO CLILOTEA. VOLUME PROPRIO NO      *
000260*                    RELXRF.                               *
000270* 2026-10-15 EBC     LE TAMBEM O CLIENCER E GRAVA A        *
000280*                    ENTRADA DO TITULAR PRINCIPAL (SEQ 00) *
000290*                    DAS CONTAS EXPURGADAS AINDA NAO       *
000300*                    ANONIMIZADAS, QUE O CLIINQ E O        *
000310*                    CLILGPD USAM PARA ACHAR A CONTA       *
000320*                    ENCERRADA (ANTES A RECONSTRUCAO AS    *
000330*                    PERDIA). VOLUME PROPRIO NO RELXRF. O  *
000340*                    CLITITU ABERTO PASSA A SER MARCADO NA *
000350*                    ABERTURA (O FILE STATUS FICAVA "10"   *
000360*                    NO FIM DA LEITURA E O ARQUIVO SEM     *
000370*                    CLOSE).                               *
000380*----------------------------------------------------------*
000390 ENVIRONMENT             DIVISION.
000400 CONFIGURATION           SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430
000440 INPUT-OUTPUT            SECTION.
000450 FILE-CONTROL.
000460     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CLI-ID
000500         FILE STATUS IS FS-CLIENTES-MASTER.
000510     SELECT TITULARES ASSIGN TO "CLITITU"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS TIT-CHAVE
000550         FILE STATUS IS FS-TITULARES.
000560     SELECT ENCERRADAS ASSIGN TO "CLIENCER"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ENC-CLI-ID
000600         FILE STATUS IS FS-ENCERRADAS.
000610     SELECT REFERENCIA ASSIGN TO "CLIXREF"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS XRF-CHAVE
000650         FILE STATUS IS FS-REFERENCIA.
000660     SELECT NOMES-AGENCIA ASSIGN TO "CLIXNOM"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS XNM-CHAVE
000700         FILE STATUS IS FS-NOMES-AGENCIA.
000710     SELECT RELATORIO ASSIGN TO "RELXRF"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-RELATORIO.
000740
000750 DATA                    DIVISION.
000760 FILE                    SECTION.
000770 FD  CLIENTES-MASTER
000780     LABEL RECORD IS STANDARD.
000790     COPY CLIREG.
000800
000810 FD  TITULARES
000820     LABEL RECORD IS STANDARD.
000830     COPY CLITITRG.
000840
000850 FD  ENCERRADAS
000860     LABEL RECORD IS STANDARD.
000870     COPY CLIENCRG.
000880
000890 FD  REFERENCIA
000900     LABEL RECORD IS STANDARD.
000910     COPY CLIXREFR.
000920
000930 FD  NOMES-AGENCIA
000940     LABEL RECORD IS STANDARD.
000950     COPY CLIXNOMR.
000960
000970 FD  RELATORIO
000980     LABEL RECORD IS STANDARD.
000990 01  REL-LINHA               PICTURE X(132).
001000
001010 WORKING-STORAGE         SECTION.
001020 01  WRK-FLAGS.
001030     05  WRK-FIM-MESTRE  PICTURE X(01)      VALUE "N".
001040         88  FIM-ARQUIVO-CLIENTES           VALUE "S".
001050     05  WRK-FIM-TIT     PICTURE X(01)      VALUE "N".
001060         88  FIM-TITULARES                  VALUE "S".
001070     05  WRK-FIM-ENC     PICTURE X(01)      VALUE "N".
001080         88  FIM-ENCERRADAS                 VALUE "S".
001090     05  WRK-TEM-TIT     PICTURE X(01)      VALUE "N".
001100         88  ARQUIVO-TIT-OK                 VALUE "S".
001110     05  WRK-TEM-ENC     PICTURE X(01)      VALUE "N".
001120         88  ARQUIVO-ENC-OK                 VALUE "S".
001130 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001140 01  FS-TITULARES        PICTURE X(02)      VALUE "00".
001150 01  FS-ENCERRADAS       PICTURE X(02)      VALUE "00".
001160 01  FS-REFERENCIA       PICTURE X(02)      VALUE "00".
001170 01  FS-NOMES-AGENCIA    PICTURE X(02)      VALUE "00".
001180 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001190 77  WRK-CONT-PRINCIPAIS PICTURE 9(06)      COMP VALUE ZEROS.
001200 77  WRK-CONT-ADICIONAIS PICTURE 9(06)      COMP VALUE ZEROS.
001210 77  WRK-CONT-NOMES      PICTURE 9(06)      COMP VALUE ZEROS.
001220 77  WRK-CONT-EXPURGADAS PICTURE 9(06)      COMP VALUE ZEROS.
001230 77  WRK-CONT-ERROS      PICTURE 9(06)      COMP VALUE ZEROS.
001240
001250 01  REL-CABECALHO.
001260     05  FILLER              PICTURE X(48)
001270       VALUE "RECONSTRUCAO DA REFERENCIA CRUZADA (CLIXREFB)".
001280     05  FILLER              PICTURE X(84) VALUE SPACES.
001290 01  REL-RODAPE.
001300     05  REL-ROD-ROTULO      PICTURE X(30).
001310     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001320     05  FILLER              PICTURE X(84) VALUE SPACES.
001330
001340 PROCEDURE               DIVISION.
001350*----------------------------------------------------------*
001360* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001370*----------------------------------------------------------*
001380 0000-MAINLINE.
001390     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001400     PERFORM 2000-CARREGAR-MESTRE  THRU 2000-CARREGAR-MESTRE-EXIT
001410             UNTIL FIM-ARQUIVO-CLIENTES.
001420     PERFORM 3000-CARREGAR-TITULARES
001430             THRU 3000-CARREGAR-TITULARES-EXIT
001440             UNTIL FIM-TITULARES.
001450     PERFORM 4000-CARREGAR-ENCERRADAS
001460             THRU 4000-CARREGAR-ENCERRADAS-EXIT
001470             UNTIL FIM-ENCERRADAS.
001480     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
001490     GO TO 9999-EXIT.
001500
001510*----------------------------------------------------------*
001520* 1000-INICIALIZAR - ABERTURAS E PRIMEIRAS LEITURAS        *
001530*----------------------------------------------------------*
001540 1000-INICIALIZAR.
001550     OPEN INPUT CLIENTES-MASTER.
001560     IF FS-CLIENTES-MASTER NOT = "00"
001570         DISPLAY "CLIXREFB: ERRO AO ABRIR CLIMSTR - STATUS "
001580                 FS-CLIENTES-MASTER
001590         MOVE 16 TO RETURN-CODE
001600         GO TO 9999-EXIT
001610     END-IF.
001620     OPEN INPUT TITULARES.
001630     IF FS-TITULARES = "00"
001640         SET ARQUIVO-TIT-OK TO TRUE
001650     ELSE
001660         DISPLAY "CLIXREFB: CLITITU INDISPONIVEL - STATUS "
001670                 FS-TITULARES " - SO OS PRINCIPAIS ENTRAM"
001680         SET FIM-TITULARES TO TRUE
001690     END-IF.
001700     OPEN INPUT ENCERRADAS.
001710     IF FS-ENCERRADAS = "00"
001720         SET ARQUIVO-ENC-OK TO TRUE
001730     ELSE
001740         DISPLAY "CLIXREFB: CLIENCER INDISPONIVEL - STATUS "
001750                 FS-ENCERRADAS " - CONTAS EXPURGADAS NAO ENTRAM"
001760         SET FIM-ENCERRADAS TO TRUE
001770     END-IF.
001780     OPEN OUTPUT REFERENCIA.
001790     IF FS-REFERENCIA NOT = "00"
001800         DISPLAY "CLIXREFB: ERRO AO ABRIR CLIXREF - STATUS "
001810                 FS-REFERENCIA
001820         CLOSE CLIENTES-MASTER
001830         MOVE 16 TO RETURN-CODE
001840         GO TO 9999-EXIT
001850     END-IF.
001860     OPEN OUTPUT NOMES-AGENCIA.
001870     IF FS-NOMES-AGENCIA NOT = "00"
001880         DISPLAY "CLIXREFB: ERRO AO ABRIR CLIXNOM - STATUS "
001890                 FS-NOMES-AGENCIA
001900         CLOSE CLIENTES-MASTER REFERENCIA
001910         MOVE 16 TO RETURN-CODE
001920         GO TO 9999-EXIT
001930     END-IF.
001940     OPEN OUTPUT RELATORIO.
001950     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
001960     PERFORM 2100-LER-PROXIMO-CLIENTE
001970             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
001980 1000-INICIALIZAR-EXIT.
001990     EXIT.
002000
002010*----------------------------------------------------------*
002020* 2000-CARREGAR-MESTRE - GRAVA A ENTRADA DO TITULAR        *
002030*                    PRINCIPAL (SEQ 00) DE UM CLIENTE E A  *
002040*                    SUA ENTRADA AGENCIA X NOME            *
002050*----------------------------------------------------------*
002060 2000-CARREGAR-MESTRE.
002070     MOVE CLI-AGENCIA TO XNM-AGENCIA.
002080     MOVE CLI-NOME    TO XNM-NOME.
002090     MOVE CLI-ID      TO XNM-CLI-ID.
002100     WRITE XNM-REGISTRO
002110         INVALID KEY
002120             ADD 1 TO WRK-CONT-ERROS
002130         NOT INVALID KEY
002140             ADD 1 TO WRK-CONT-NOMES
002150     END-WRITE.
002160     IF CLI-DOCUMENTO = ZEROS
002170         GO TO 2000-CARREGAR-MESTRE-LER
002180     END-IF.
002190     MOVE CLI-DOCUMENTO TO XRF-DOCUMENTO.
002200     MOVE CLI-ID        TO XRF-CLI-ID.
002210     MOVE ZEROS         TO XRF-SEQ.
002220     SET XRF-TITULAR-PRINCIPAL TO TRUE.
002230     MOVE CLI-NOME      TO XRF-NOME.
002240     WRITE XRF-REGISTRO
002250         INVALID KEY
002260             ADD 1 TO WRK-CONT-ERROS
002270         NOT INVALID KEY
002280             ADD 1 TO WRK-CONT-PRINCIPAIS
002290     END-WRITE.
002300 2000-CARREGAR-MESTRE-LER.
002310     PERFORM 2100-LER-PROXIMO-CLIENTE
002320             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
002330 2000-CARREGAR-MESTRE-EXIT.
002340     EXIT.
002350
002360*----------------------------------------------------------*
002370* 2100-LER-PROXIMO-CLIENTE - LEITURA SEQUENCIAL DO MESTRE  *
002380*----------------------------------------------------------*
002390 2100-LER-PROXIMO-CLIENTE.
002400     READ CLIENTES-MASTER NEXT RECORD
002410         AT END
002420             SET FIM-ARQUIVO-CLIENTES TO TRUE
002430     END-READ.
002440 2100-LER-PROXIMO-CLIENTE-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------*
002480* 3000-CARREGAR-TITULARES - GRAVA A ENTRADA DE UM TITULAR  *
002490*                    ADICIONAL DO CLITITU                  *
002500*----------------------------------------------------------*
002510 3000-CARREGAR-TITULARES.
002520     READ TITULARES NEXT RECORD
002530         AT END
002540             SET FIM-TITULARES TO TRUE
002550             GO TO 3000-CARREGAR-TITULARES-EXIT
002560     END-READ.
002570     IF TIT-DOCUMENTO = ZEROS
002580         GO TO 3000-CARREGAR-TITULARES-EXIT
002590     END-IF.
002600     MOVE TIT-DOCUMENTO TO XRF-DOCUMENTO.
002610     MOVE TIT-CLI-ID    TO XRF-CLI-ID.
002620     MOVE TIT-SEQ       TO XRF-SEQ.
002630     SET XRF-TITULAR-ADICIONAL TO TRUE.
002640     MOVE TIT-NOME      TO XRF-NOME.
002650     WRITE XRF-REGISTRO
002660         INVALID KEY
002670             ADD 1 TO WRK-CONT-ERROS
002680         NOT INVALID KEY
002690             ADD 1 TO WRK-CONT-ADICIONAIS
002700     END-WRITE.
002710 3000-CARREGAR-TITULARES-EXIT.
002720     EXIT.
002730
002740*----------------------------------------------------------*
002750* 4000-CARREGAR-ENCERRADAS - GRAVA A ENTRADA DO TITULAR    *
002760*                    PRINCIPAL (SEQ 00) DE UMA CONTA JA    *
002770*                    EXPURGADA DO MESTRE, ENQUANTO NAO FOR *
002780*                    ANONIMIZADA (O CLIENCEX RETIRA A      *
002790*                    ENTRADA NA ANONIMIZACAO)              *
002800*----------------------------------------------------------*
002810 4000-CARREGAR-ENCERRADAS.
002820     READ ENCERRADAS NEXT RECORD
002830         AT END
002840             SET FIM-ENCERRADAS TO TRUE
002850             GO TO 4000-CARREGAR-ENCERRADAS-EXIT
002860     END-READ.
002870     IF ENC-ANONIMIZADO OR ENC-DOCUMENTO = ZEROS
002880         GO TO 4000-CARREGAR-ENCERRADAS-EXIT
002890     END-IF.
002900     MOVE ENC-DOCUMENTO TO XRF-DOCUMENTO.
002910     MOVE ENC-CLI-ID    TO XRF-CLI-ID.
002920     MOVE ZEROS         TO XRF-SEQ.
002930     SET XRF-TITULAR-PRINCIPAL TO TRUE.
002940     MOVE ENC-NOME      TO XRF-NOME.
002950     WRITE XRF-REGISTRO
002960         INVALID KEY
002970             ADD 1 TO WRK-CONT-ERROS
002980         NOT INVALID KEY
002990             ADD 1 TO WRK-CONT-EXPURGADAS
003000     END-WRITE.
003010 4000-CARREGAR-ENCERRADAS-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------*
003050* 9000-FINALIZAR - TOTAIS E FECHAMENTO                     *
003060*----------------------------------------------------------*
003070 9000-FINALIZAR.
003080     MOVE "TITULARES PRINCIPAIS          " TO REL-ROD-ROTULO.
003090     MOVE WRK-CONT-PRINCIPAIS TO REL-ROD-VALOR.
003100     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
003110     MOVE "TITULARES ADICIONAIS          " TO REL-ROD-ROTULO.
003120     MOVE WRK-CONT-ADICIONAIS TO REL-ROD-VALOR.
003130     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003140     MOVE "PRINCIPAIS DE CONTA EXPURGADA " TO REL-ROD-ROTULO.
003150     MOVE WRK-CONT-EXPURGADAS TO REL-ROD-VALOR.
003160     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003170     MOVE "ENTRADAS AGENCIA X NOME       " TO REL-ROD-ROTULO.
003180     MOVE WRK-CONT-NOMES TO REL-ROD-VALOR.
003190     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003200     MOVE "ENTRADAS COM ERRO DE GRAVACAO " TO REL-ROD-ROTULO.
003210     MOVE WRK-CONT-ERROS TO REL-ROD-VALOR.
003220     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003230     CLOSE CLIENTES-MASTER REFERENCIA NOMES-AGENCIA RELATORIO.
003240     IF ARQUIVO-TIT-OK
003250         CLOSE TITULARES
003260     END-IF.
003270     IF ARQUIVO-ENC-OK
003280         CLOSE ENCERRADAS
003290     END-IF.
003300     IF WRK-CONT-ERROS > ZEROS
003310         MOVE 8 TO RETURN-CODE
003320     END-IF.
003330 9000-FINALIZAR-EXIT.
003340     EXIT.
003350
003360 9999-EXIT.
003370     STOP RUN.
