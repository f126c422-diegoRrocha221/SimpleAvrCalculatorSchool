000120* Installation: Secretaria Escolar
000130* Purpose:Manter a situacao dos periodos letivos (arquivo
000140* PERIODOS): fechar o bimestre cujos boletins ja sairam e cujo
000150* extrato ja foi enviado, reabrir por autorizacao da
000155* coordenacao com justificativa obrigatoria (gravada na trilha
000160* de auditoria com a origem propria A) e consultar a
000162* situacao. Antes de fechar confere as pendencias de lancamento
000164* do periodo (VerificaPendencias, relatorio RELPEND): com
000166* pendencia o fechamento e recusado, salvo liberacao confirmada
000168* pela coordenacao com justificativa (gravada na auditoria com
000170* a origem propria P). Periodo fechado recusa lancamentos e
000180* correcoes em todos os caminhos de gravacao; movimento feito
000190* durante uma reabertura sai apontado no balanco para o
000200* extrato ser reenviado.
000210* Tectonics: cobc
000220*-----------------------------------------------------------------
000230* Mod history:
000240*   2026-09-02 DRR  Criado (protecao de periodo fechado).
000241*   2026-10-15 DRR  Operador identificado por ID e senha no
000242*                   cadastro de operadores (ControleAcesso):
000243*                   coordenacao e direcao fecham e consultam, so
000244*                   a coordenacao reabre; a reabertura recusada
000245*                   vai para a auditoria com a origem R.
000246*   2026-10-15 DRR  Fechamento confere as pendencias de nota e
000247*                   de frequencia do periodo (VerificaPendencias)
000248*                   e so fecha com pendencia por liberacao da
000249*                   coordenacao (auditoria: origem P; recusa, R).
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. FechaPeriodo.
000600 01  OPERADOR                     PIC X(10).
000610 01  DATA-HOJE                    PIC 9(08).
000620 01  HORA-AGORA                   PIC 9(08).
000621 01  MODO-ACESSO                  PIC X(01) VALUE "S".
000622 01  FUNCAO-ACESSO                PIC X(12) VALUE "PERIODO".
000623 01  PERFIL-OPERADOR              PIC X(01).
000624 01  PROFESSOR-OPERADOR           PIC 9(04).
000625 01  SITUACAO-ACESSO              PIC X(01).
000626 01  CONFIRMA                     PIC X(01).
000627 01  PENDENCIAS-NOTA              PIC 9(05).
000628 01  PENDENCIAS-FREQUENCIA        PIC 9(05).
000629 01  PENDENCIAS-GUIA              PIC 9(05).
000630 01  TOTAL-PENDENCIAS             PIC 9(05).
000631 01  SITUACAO-PENDENCIAS          PIC X(01).
000632 01  TEXTO-PENDENCIAS.
000633     05  FILLER                   PIC X(11) VALUE "PENDENCIAS ".
000634     05  TP-QUANTIDADE            PIC 9(05).
000635
000640 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000650     88  ARQUIVO-ABERTO                   VALUE "S".
000651
000652 01  SW-PERIODO-REGISTRADO        PIC X(01).
000653     88  PERIODO-REGISTRADO               VALUE "S".
000654
000655 01  SW-FECHAMENTO-LIBERADO       PIC X(01).
000656     88  FECHAMENTO-LIBERADO              VALUE "S".
000660
000670 01  FS-PERIODOS                  PIC X(02).
000680     88  FS-PERIODOS-OK                   VALUE "00".
000820     STOP RUN.
000830
000840*-----------------------------------------------------------
000850* 1000-INICIALIZAR - identifica o operador (ControleAcesso)
000860* e abre o arquivo de periodos (criando-o na primeira
000870* utilizacao) e a trilha de auditoria
000880*-----------------------------------------------------------
000890 1000-INICIALIZAR.
000891     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
000892         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
000893         SITUACAO-ACESSO
000894     IF SITUACAO-ACESSO NOT = "A"
000895         MOVE "N" TO CONTINUAR
000896         GO TO 1000-EXIT
000897     END-IF
000900     OPEN I-O PERIODOS
000910     IF FS-PERIODOS-INEXISTENTE
000920         OPEN OUTPUT PERIODOS
001060         OPEN EXTEND ALUNOS-AUDITLOG
001070     END-IF
001080     SET ARQUIVO-ABERTO TO TRUE
001110     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
001120     MOVE "S" TO CONTINUAR.
001130 1000-EXIT.
001690
001700*-----------------------------------------------------------
001710* 3000-FECHAR - fecha o periodo: novos lancamentos e correcoes
001715* passam a ser recusados em todos os caminhos de gravacao. So
001720* fecha sem pendencias de lancamento ou com a liberacao da
001725* coordenacao
001730*-----------------------------------------------------------
001740 3000-FECHAR.
001750     PERFORM 2100-OBTER-PERIODO THRU 2100-EXIT
001760     MOVE ANO-LETIVO TO PER-ANO-LETIVO
001770     MOVE BIMESTRE TO PER-BIMESTRE
001775     MOVE "N" TO SW-PERIODO-REGISTRADO
001780     READ PERIODOS
001790         INVALID KEY
001800             CONTINUE
001860         NOT INVALID KEY
001864             SET PERIODO-REGISTRADO TO TRUE
001868     END-READ
001872     IF PERIODO-REGISTRADO AND PER-FECHADO
001876         DISPLAY "Periodo ja esta fechado."
001880         GO TO 3000-EXIT
001884     END-IF
001888     PERFORM 3100-VERIFICAR-PENDENCIAS THRU 3100-EXIT
001892     IF NOT FECHAMENTO-LIBERADO
001896         GO TO 3000-EXIT
001900     END-IF
001901     MOVE ANO-LETIVO TO PER-ANO-LETIVO
001902     MOVE BIMESTRE TO PER-BIMESTRE
001903     SET PER-FECHADO TO TRUE
001904     MOVE DATA-HOJE TO PER-DATA-FECHAMENTO
001905     MOVE OPERADOR TO PER-OPERADOR
001906     IF PERIODO-REGISTRADO
001907         REWRITE PER-REGISTRO
001908     ELSE
001909         MOVE ZERO TO PER-DATA-REABERTURA
001910         WRITE PER-REGISTRO
001911     END-IF
001912     DISPLAY "Periodo fechado.".
001913 3000-EXIT.
001914     EXIT.
001915
001916*-----------------------------------------------------------
001917* 3100-VERIFICAR-PENDENCIAS - confere as notas e frequencias
001918* do periodo (relatorio RELPEND por professor); havendo
001919* pendencia, ou sem poder conferir, so a coordenacao libera o
001920* fechamento, com confirmacao e justificativa
001921*-----------------------------------------------------------
001922 3100-VERIFICAR-PENDENCIAS.
001923     MOVE "N" TO SW-FECHAMENTO-LIBERADO
001924     MOVE ZERO TO TOTAL-PENDENCIAS
001925     CALL "VerificaPendencias" USING ANO-LETIVO BIMESTRE
001926         PENDENCIAS-NOTA PENDENCIAS-FREQUENCIA PENDENCIAS-GUIA
001927         SITUACAO-PENDENCIAS
001928     IF SITUACAO-PENDENCIAS = "A"
001929         COMPUTE TOTAL-PENDENCIAS = PENDENCIAS-NOTA
001930             + PENDENCIAS-FREQUENCIA + PENDENCIAS-GUIA
001931         IF TOTAL-PENDENCIAS = ZERO
001932             SET FECHAMENTO-LIBERADO TO TRUE
001933             GO TO 3100-EXIT
001934         END-IF
001935         DISPLAY "Pendencias de lancamento - notas: "
001936             PENDENCIAS-NOTA "  frequencias: "
001937             PENDENCIAS-FREQUENCIA "  guias: " PENDENCIAS-GUIA
001938         DISPLAY "Lista por professor emitida em RELPEND."
001939     ELSE
001940         DISPLAY "Pendencias de lancamento nao conferidas; "
001941             "arquivos indisponiveis."
001942     END-IF
001943     MOVE "F" TO MODO-ACESSO
001944     MOVE "LIBERAFECHA" TO FUNCAO-ACESSO
001945     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
001946         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
001947         SITUACAO-ACESSO
001948     IF SITUACAO-ACESSO NOT = "A"
001949         DISPLAY "Fechamento recusado: periodo com pendencias; "
001950             "so a coordenacao pode liberar."
001951         PERFORM 4300-GRAVAR-LOG-RECUSA THRU 4300-EXIT
001952         GO TO 3100-EXIT
001953     END-IF
001954     DISPLAY "Fechar o periodo mesmo assim (S/N)? "
001955     ACCEPT CONFIRMA
001956     IF CONFIRMA NOT = "S"
001957         DISPLAY "Fechamento cancelado."
001958         GO TO 3100-EXIT
001959     END-IF
001960     PERFORM 3110-OBTER-JUSTIFICATIVA THRU 3110-EXIT
001961     PERFORM 3200-GRAVAR-LOG-LIBERACAO THRU 3200-EXIT
001962     SET FECHAMENTO-LIBERADO TO TRUE.
001963 3100-EXIT.
001964     EXIT.
001965
001966*-----------------------------------------------------------
001967* 3110-OBTER-JUSTIFICATIVA - le a justificativa obrigatoria
001968* da liberacao do fechamento com pendencias
001969*-----------------------------------------------------------
001970 3110-OBTER-JUSTIFICATIVA.
001971     DISPLAY "Justificativa da liberacao: "
001972     ACCEPT JUSTIFICATIVA
001973     IF JUSTIFICATIVA = SPACES THEN
001974         DISPLAY "Justificativa obrigatoria! Por favor entre "
001975             "com a justificativa da coordenacao"
001976         GO TO 3110-OBTER-JUSTIFICATIVA
001977     END-IF.
001978 3110-EXIT.
001979     EXIT.
001980
001981*-----------------------------------------------------------
001982* 3200-GRAVAR-LOG-LIBERACAO - grava a liberacao do fechamento
001983* com pendencias na trilha de auditoria com a origem propria P
001984* (quantidade de pendencias no campo da materia)
001985*-----------------------------------------------------------
001986 3200-GRAVAR-LOG-LIBERACAO.
001987     ACCEPT HORA-AGORA FROM TIME
001988     INITIALIZE LOG-REGISTRO
001989     MOVE OPERADOR TO LOG-OPERADOR
001990     MOVE DATA-HOJE TO LOG-DATA
001991     MOVE HORA-AGORA TO LOG-HORA
001992     MOVE ANO-LETIVO TO LOG-ANO-LETIVO
001993     MOVE BIMESTRE TO LOG-BIMESTRE
001994     MOVE "FECHAMENTO COM PENDENCIAS" TO LOG-NOME-ALUNO
001995     IF SITUACAO-PENDENCIAS = "A"
001996         MOVE TOTAL-PENDENCIAS TO TP-QUANTIDADE
001997         MOVE TEXTO-PENDENCIAS TO LOG-MATERIA
001998     ELSE
001999         MOVE "NAO CONFERIDAS" TO LOG-MATERIA
002000     END-IF
002001     SET LOG-ORIGEM-LIBERACAO TO TRUE
002002     MOVE JUSTIFICATIVA TO LOG-JUSTIFICATIVA
002003     WRITE LOG-REGISTRO.
002004 3200-EXIT.
002005     EXIT.
002006
002007*-----------------------------------------------------------
002010* 4000-REABRIR - reabre o periodo fechado por autorizacao da
002015* coordenacao; a justificativa obrigatoria vai para a
002020* auditoria. Outro perfil e recusado (origem R na auditoria)
002030*-----------------------------------------------------------
002040 4000-REABRIR.
002041     MOVE "F" TO MODO-ACESSO
002042     MOVE "REABERTURA" TO FUNCAO-ACESSO
002043     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
002044         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
002045         SITUACAO-ACESSO
002046     IF SITUACAO-ACESSO NOT = "A"
002047         DISPLAY "Reabertura de periodo restrita a coordenacao."
002048         PERFORM 4300-GRAVAR-LOG-RECUSA THRU 4300-EXIT
002049         GO TO 4000-EXIT
002050     END-IF
002051     PERFORM 2100-OBTER-PERIODO THRU 2100-EXIT
002060     MOVE ANO-LETIVO TO PER-ANO-LETIVO
002070     MOVE BIMESTRE TO PER-BIMESTRE
002080     READ PERIODOS
002360     ACCEPT JUSTIFICATIVA
002370     IF JUSTIFICATIVA = SPACES THEN
002380         DISPLAY "Justificativa obrigatoria! Por favor entre "
002390             "com a justificativa da coordenacao"
002400         GO TO 4100-OBTER-JUSTIFICATIVA
002410     END-IF.
002420 4100-EXIT.
002590     MOVE JUSTIFICATIVA TO LOG-JUSTIFICATIVA
002600     WRITE LOG-REGISTRO.
002610 4200-EXIT.
002611     EXIT.
002612
002613*-----------------------------------------------------------
002614* 4300-GRAVAR-LOG-RECUSA - grava a funcao recusada ao perfil
002615* do operador na trilha de auditoria com a origem R
002616*-----------------------------------------------------------
002617 4300-GRAVAR-LOG-RECUSA.
002618     ACCEPT HORA-AGORA FROM TIME
002619     INITIALIZE LOG-REGISTRO
002620     MOVE OPERADOR TO LOG-OPERADOR
002621     MOVE DATA-HOJE TO LOG-DATA
002622     MOVE HORA-AGORA TO LOG-HORA
002623     MOVE "ACESSO RECUSADO" TO LOG-NOME-ALUNO
002624     MOVE FUNCAO-ACESSO TO LOG-MATERIA
002625     SET LOG-ORIGEM-RECUSA TO TRUE
002626     MOVE "PERFIL SEM ACESSO A FUNCAO" TO LOG-JUSTIFICATIVA
002627     WRITE LOG-REGISTRO.
002628 4300-EXIT.
002629     EXIT.
002630
002640*-----------------------------------------------------------
002650* 5000-CONSULTAR - mostra a situacao do periodo
