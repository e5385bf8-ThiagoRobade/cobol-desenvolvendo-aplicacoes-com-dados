000200*                    CLISIGN COMO ATIVO COM SENHA VENCIDA  *
000210*                    (FORCA A TROCA). MANTIDO PELO         *
000220*                    OPERMNT; CONFERIDO PELO CLISIGN.      *
000230* 2026-10-15 EBC     INCLUIDOS OPER-AGENCIA (AGENCIA DE    *
000240*                    LOTACAO DO OPERADOR) E OPER-DOCUMENTO *
000250*                    (CPF DO OPERADOR), TIRADOS DO FILLER  *
000260*                    E CAPTURADOS NO OPERMNT, PARA A       *
000270*                    REVISAO MENSAL DO CLIMLOG (CLIMLREV)  *
000280*                    AGRUPAR POR AGENCIA E APONTAR O       *
000290*                    OPERADOR QUE MANTEM CONTA DA QUAL E   *
000300*                    TITULAR. REGISTRO ANTIGO COM OS       *
000310*                    CAMPOS EM BRANCO SAI NA REVISAO COMO  *
000320*                    SEM AGENCIA E SEM DOCUMENTO.          *
000330*----------------------------------------------------------*
000340 01  OPER-REGISTRO.
000350     05  OPER-ID              PICTURE X(08).
000360     05  FILLER               PICTURE X(01).
000370     05  OPER-SENHA           PICTURE X(08).
000380     05  FILLER               PICTURE X(01).
000390     05  OPER-PERFIL          PICTURE X(01).
000400         88  PERFIL-CONSULTA                 VALUE "C".
000410         88  PERFIL-MANUTENCAO               VALUE "M".
000420         88  PERFIL-SUPERVISOR               VALUE "S".
000430     05  FILLER               PICTURE X(01).
000440     05  OPER-STATUS          PICTURE X(01).
000450         88  OPER-ATIVO                      VALUE "A".
000460         88  OPER-BLOQUEADO                  VALUE "B".
000470         88  OPER-REVOGADO                   VALUE "R".
000480     05  FILLER               PICTURE X(01).
000490     05  OPER-DATA-SENHA      PICTURE 9(08).
000500     05  FILLER               PICTURE X(01).
000510     05  OPER-TENTATIVAS      PICTURE 9(01).
000520     05  FILLER               PICTURE X(01).
000530     05  OPER-TROCA-OBRIG     PICTURE X(01).
000540         88  TROCA-OBRIGATORIA               VALUE "S".
000550     05  FILLER               PICTURE X(01).
000560     05  OPER-AGENCIA         PICTURE 9(04).
000570     05  FILLER               PICTURE X(01).
000580     05  OPER-DOCUMENTO       PICTURE 9(14).
000590     05  FILLER               PICTURE X(26).
