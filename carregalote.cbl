000540*                   de outro dia nao passa pelo gate.
000550*   2026-09-02 DRR  Ignora (contando) transacao de periodo
000560*                   fechado (ConsultaPeriodo).
000561*   2026-10-15 DRR  Media de aprovacao, faixa de Recuperacao e
000562*                   presenca minima passam a vir da regra de
000563*                   avaliacao do ano letivo da transacao.
000564*   2026-10-15 DRR  Ignora (contando) transacao de aluno
000565*                   transferido para outra escola e de bimestre
000566*                   trazido pela guia de transferencia; grava a
000567*                   origem interna da nota.
000568*   2026-10-15 DRR  Ignora (contando) transacao sobre registro ja
000569*                   confirmado pelo sistema externo: a alteracao e
000570*                   por pedido de retificacao (ConsultaCorrecao).
000571*   2026-10-15 DRR  Ignora (contando) transacao cuja regra de
000572*                   avaliacao do ano nao pode ser lida.
000573*****************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. CarregaLote.
000600 AUTHOR. Diego R. Rocha.
001170 01  SITUACAO-PERIODO             PIC X(01).
001180 01  SW-PROFESSOR-OK              PIC X(01).
001190     88  PROFESSOR-OK                     VALUE "S".
001193 01  SW-NOTA-GUIA                 PIC X(01).
001196     88  NOTA-GUIA                        VALUE "S".
001197 01  SW-REGISTRO-CONFIRMADO       PIC X(01).
001198     88  REGISTRO-CONFIRMADO              VALUE "S".
001200 01  SW-ATRIB-AVISADO             PIC X(01) VALUE "N".
001210     88  ATRIB-AVISADO                    VALUE "S".
001220 01  PASSO-CONTROLE               PIC X(12) VALUE "CARREGALOTE ".
002990         PERFORM 2000-LER-TRANSACAO THRU 2000-EXIT
003000         GO TO 3000-EXIT
003010     END-IF
003011     PERFORM 3250-VERIFICAR-GUIA THRU 3250-EXIT
003012     IF NOTA-GUIA OR REGISTRO-CONFIRMADO
003013         ADD 1 TO CONT-IGNORADAS
003014         PERFORM 2000-LER-TRANSACAO THRU 2000-EXIT
003015         GO TO 3000-EXIT
003016     END-IF
003020
003030     PERFORM VARYING I FROM QTD-NOTAS BY 1 UNTIL I > 3
003040         MOVE ZERO TO NOTAS(I + 1)
003050     END-PERFORM
003060
003070     CALL "CalcularMedia" USING NOTAS QTD-NOTAS
003072         PESOS-NOTAS MEDIA RESULTADO ANO-LETIVO
003074     IF RESULTADO = "Sem regra "
003076         DISPLAY "Transacao ignorada: regra de avaliacao do ano "
003078             ANO-LETIVO " ilegivel - matricula " TRAN-MATRICULA
003080         ADD 1 TO CONT-IGNORADAS
003082         PERFORM 2000-LER-TRANSACAO THRU 2000-EXIT
003084         GO TO 3000-EXIT
003086     END-IF
003090     PERFORM 3200-APLICAR-FREQUENCIA THRU 3200-EXIT
003091     IF SITUACAO-FREQUENCIA = "R"
003092         DISPLAY "Transacao ignorada: regra de avaliacao do ano "
003093             ANO-LETIVO " ilegivel - matricula " TRAN-MATRICULA
003094         ADD 1 TO CONT-IGNORADAS
003095         PERFORM 2000-LER-TRANSACAO THRU 2000-EXIT
003096         GO TO 3000-EXIT
003097     END-IF
003100
003110     PERFORM 3300-GRAVAR-ALUNO THRU 3300-EXIT
003120     PERFORM 3400-GRAVAR-LOG THRU 3400-EXIT
003180*-----------------------------------------------------------
003190* 3100-VALIDAR-MATRICULA - valida a matricula da transacao no
003200* cadastro de alunos; turma diferente da cadastrada tambem
003210* invalida a transacao (situacao "D")
003220*-----------------------------------------------------------
003230 3100-VALIDAR-MATRICULA.
003240     CALL "ConsultaCadastro" USING TRAN-MATRICULA NOME-CADASTRO
003300                     TRAN-TURMA " difere do cadastro ("
003310                     TURMA-CADASTRO ") - matricula "
003320                     TRAN-MATRICULA
003330                 MOVE "D" TO SITUACAO-CADASTRO
003340             END-IF
003350         WHEN "I"
003360             DISPLAY "Transacao ignorada: aluno desativado - "
003370                 "matricula " TRAN-MATRICULA
003372         WHEN "T"
003374             DISPLAY "Transacao ignorada: aluno transferido para "
003376                 "outra escola - matricula " TRAN-MATRICULA
003380         WHEN "N"
003390             DISPLAY "Transacao ignorada: matricula nao "
003400                 "cadastrada - " TRAN-MATRICULA
003820     EXIT.
003830
003840*-----------------------------------------------------------
003850* 3200-APLICAR-FREQUENCIA - aplica a presenca minima da
003860* regra do ano: frequencia abaixo do minimo no periodo reprova
003870* por falta, independente da media calculada
003880*-----------------------------------------------------------
003890 3200-APLICAR-FREQUENCIA.
003970             PERCENTUAL-PRESENCA "%)."
003980     END-IF.
003990 3200-EXIT.
003991     EXIT.
003992
003993*-----------------------------------------------------------
003994* 3250-VERIFICAR-GUIA - o bimestre do aluno na materia ja
003995* gravado com a media da guia de transferencia (nota externa,
003996* escola de origem) nao aceita lancamento desta escola; o ja
003997* confirmado pelo sistema externo so muda por retificacao
003998*-----------------------------------------------------------
003999 3250-VERIFICAR-GUIA.
004000     MOVE "N" TO SW-NOTA-GUIA
004001     MOVE "N" TO SW-REGISTRO-CONFIRMADO
004002     MOVE ANO-LETIVO TO REG-ANO-LETIVO
004003     MOVE BIMESTRE TO REG-BIMESTRE
004004     MOVE TURMA TO REG-TURMA
004005     MOVE MATERIA TO REG-MATERIA
004006     MOVE NOME-ALUNO TO REG-NOME-ALUNO
004007     READ ALUNOS-MASTER
004008         INVALID KEY
004009             CONTINUE
004010     END-READ
004011     IF FS-MASTER-OK AND REG-NOTA-EXTERNA
004012         SET NOTA-GUIA TO TRUE
004013         DISPLAY "Transacao ignorada: bimestre trazido pela guia "
004014             "de transferencia - matricula " TRAN-MATRICULA
004015         GO TO 3250-EXIT
004016     END-IF
004017     IF FS-MASTER-OK AND REG-TRANSM-CONSOLIDADO
004018         SET REGISTRO-CONFIRMADO TO TRUE
004019         DISPLAY "Transacao ignorada: registro ja confirmado "
004020             "pelo sistema externo - matricula " TRAN-MATRICULA
004021     END-IF.
004022 3250-EXIT.
004023     EXIT.
004024
004025*-----------------------------------------------------------
004030* 3300-GRAVAR-ALUNO - grava o aluno no arquivo mestre
004040*-----------------------------------------------------------
004050 3300-GRAVAR-ALUNO.
004240         SET REG-RECUP-NAO-SE-APLICA TO TRUE
004250     END-IF
004260     SET REG-TRANSM-PENDENTE TO TRUE
004265     SET REG-NOTA-INTERNA TO TRUE
004270     WRITE REG-ALUNO
004280         INVALID KEY
004290             REWRITE REG-ALUNO
