000246*   2026-09-02 DRR  Inclui a origem F (lancamento de
000247*                   frequencia): quem lancou as faltas que
000248*                   podem reprovar por falta.
000249*   2026-10-15 DRR  Inclui a origem R (acesso recusado: senha
000250*                   invalida, funcao fora do perfil ou materia
000251*                   nao atribuida ao professor), com a funcao ou
000252*                   materia em LOG-MATERIA e o motivo na
000253*                   justificativa.
000254*   2026-10-15 DRR  Inclui a origem T (media de bimestre
000255*                   trazida pela guia de transferencia), com a
000256*                   escola de origem na justificativa.
000257*   2026-10-15 DRR  Inclui a origem P (fechamento de periodo com
000258*                   pendencias de lancamento liberado pela
000259*                   coordenacao), com a quantidade de pendencias
000260*                   em LOG-MATERIA e a justificativa.
000261*   2026-10-15 DRR  Inclui a origem X (retificacao de registro ja
000262*                   confirmado, aprovada pela direcao), com o
000263*                   motivo do pedido na justificativa.
000264*   2026-10-15 DRR  Inclui a origem U (unificacao de matriculas
000265*                   duplicadas): um registro por registro mestre
000266*                   passado a matricula sobrevivente, com a
000267*                   matricula retirada na justificativa, e um
000268*                   registro da unificacao (bimestre zero) com a
000269*                   sobrevivente em LOG-MATERIA e o motivo.
000270*****************************************************************
000271 01  LOG-REGISTRO.
000272     05  LOG-OPERADOR                PIC X(10).
000273     05  LOG-DATA                    PIC 9(08).
000280     05  LOG-HORA                    PIC 9(08).
000290     05  LOG-ANO-LETIVO              PIC 9(04).
000300     05  LOG-BIMESTRE                PIC 9(01).
000420         88  LOG-ORIGEM-CONSELHO             VALUE "D".
000425         88  LOG-ORIGEM-REABERTURA           VALUE "A".
000427         88  LOG-ORIGEM-FREQUENCIA           VALUE "F".
000429         88  LOG-ORIGEM-RECUSA               VALUE "R".
000431         88  LOG-ORIGEM-TRANSFERENCIA        VALUE "T".
000433         88  LOG-ORIGEM-LIBERACAO            VALUE "P".
000435         88  LOG-ORIGEM-RETIFICACAO          VALUE "X".
000437         88  LOG-ORIGEM-UNIFICACAO           VALUE "U".
000439     05  LOG-DATA-CONSELHO           PIC 9(08).
000440     05  LOG-JUSTIFICATIVA           PIC X(40).
000450     05  LOG-PROFESSOR               PIC 9(04).
