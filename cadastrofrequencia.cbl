000140* arquivo FREQUENCIA-ALUNOS: para o ano letivo, bimestre e turma
000150* da sessao, registrar por aluno e materia as aulas dadas e as
000160* faltas. A matricula e validada no cadastro de alunos, como nos
000170* caminhos de lancamento de notas. Presenca abaixo do minimo
000180* da regra do ano letivo e avisada na hora, pois reprova por
000185* falta independente da media.
000190* Tectonics: cobc
000200*-----------------------------------------------------------------
000210* Mod history:
000260*   2026-09-02 DRR  Identifica o operador e grava um registro
000270*                   de auditoria por frequencia lancada
000280*                   (origem F), como nos caminhos de nota.
000281*   2026-10-15 DRR  Presenca minima lida na regra de avaliacao
000282*                   do ano letivo (ConsultaRegras), em vez dos
000283*                   75% fixos no programa.
000284*   2026-10-15 DRR  Operador identificado por ID e senha no
000285*                   cadastro de operadores (ControleAcesso);
000286*                   operador de perfil professor so lanca na
000287*                   materia/turma atribuida a ele, e a recusa
000288*                   vai para a auditoria com a origem R.
000289*   2026-10-15 DRR  Recusa aluno transferido para outra escola
000290*                   (registros congelados).
000291*   2026-10-15 DRR  Recusa a sessao quando a regra do ano nao
000292*                   pode ser lida.
000293*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CadastroFrequencia.
000320 AUTHOR. Diego R. Rocha.
000680 01  SITUACAO-CADASTRO            PIC X(01).
000690 01  PRESENCAS                    PIC 9(03).
000700 01  PERCENTUAL-PRESENCA          PIC 9(03).
000702 COPY REGRAREG.
000704 01  SITUACAO-REGRA               PIC X(01).
000706 01  STATUS-REGRAS                PIC X(02).
000710 01  SITUACAO-PERIODO             PIC X(01).
000720 01  CONT-LANCADOS                PIC 9(05) COMP.
000730 01  OPERADOR                     PIC X(10).
000740 01  DATA-HOJE                    PIC 9(08).
000750 01  HORA-AGORA                   PIC 9(08).
000760 01  CONTINUAR                    PIC X(01).
000761 01  MODO-ACESSO                  PIC X(01) VALUE "S".
000762 01  FUNCAO-ACESSO                PIC X(12) VALUE "FREQUENCIA".
000763 01  PERFIL-OPERADOR              PIC X(01).
000764     88  PERFIL-PROFESSOR                 VALUE "P".
000765 01  PROFESSOR-OPERADOR           PIC 9(04).
000766 01  SITUACAO-ACESSO              PIC X(01).
000767 01  PROFESSOR-ATRIBUIDO          PIC 9(04).
000768 01  PROFESSOR-NOME               PIC X(30).
000769 01  SITUACAO-ATRIBUICAO          PIC X(01).
000770
000780 01  SW-ALUNO-VALIDO              PIC X(01) VALUE "N".
000790     88  ALUNO-VALIDO                     VALUE "S".
000990     STOP RUN.
001000
001010*-----------------------------------------------------------
001020* 1000-INICIALIZAR - identifica o operador (ControleAcesso),
001030* abre o arquivo de frequencia, criando-o apenas na primeira
001035* utilizacao, e le o periodo da sessao
001040*-----------------------------------------------------------
001050 1000-INICIALIZAR.
001060     MOVE ZERO TO CONT-LANCADOS
001061     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
001062         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
001063         SITUACAO-ACESSO
001064     IF SITUACAO-ACESSO NOT = "A"
001065         MOVE "N" TO CONTINUAR
001066         GO TO 1000-EXIT
001067     END-IF
001070     OPEN I-O FREQUENCIA-ALUNOS
001080     IF FS-FREQUENCIA-INEXISTENTE
001090         OPEN OUTPUT FREQUENCIA-ALUNOS
001240         OPEN EXTEND ALUNOS-AUDITLOG
001250     END-IF
001260     SET ARQUIVO-ABERTO TO TRUE
001290     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
001300     PERFORM 1200-OBTER-PERIODO THRU 1200-EXIT
001310     CALL "ConsultaPeriodo" USING ANO-LETIVO BIMESTRE
001370         MOVE "N" TO CONTINUAR
001380         GO TO 1000-EXIT
001390     END-IF
001391     CALL "ConsultaRegras" USING ANO-LETIVO RGR-REGISTRO
001392         SITUACAO-REGRA STATUS-REGRAS
001393     IF SITUACAO-REGRA = "X"
001394         DISPLAY "Regra de avaliacao do ano letivo ilegivel; "
001395             "lancamentos nao permitidos. Status: " STATUS-REGRAS
001396         MOVE "N" TO CONTINUAR
001397         GO TO 1000-EXIT
001398     END-IF
001399     DISPLAY "Presenca minima do ano: " RGR-FREQUENCIA-MINIMA "%"
001400     MOVE "S" TO CONTINUAR.
001410 1000-EXIT.
001420     EXIT.
002240             END-IF
002250         WHEN "I"
002260             DISPLAY "Aluno desativado no cadastro."
002262         WHEN "T"
002264             DISPLAY "Aluno transferido para outra escola; "
002266                 "registros congelados."
002270         WHEN "N"
002280             DISPLAY "Matricula nao encontrada no cadastro."
002290         WHEN OTHER
002350
002360*-----------------------------------------------------------
002370* 2100-LANCAR-FREQUENCIA - le materia, aulas dadas e faltas,
002380* grava o registro e avisa presenca abaixo do minimo do ano
002390*-----------------------------------------------------------
002400 2100-LANCAR-FREQUENCIA.
002410     DISPLAY "Entre com a materia: "
002420     ACCEPT MATERIA
002421     IF PERFIL-PROFESSOR
002422         PERFORM 2150-VERIFICAR-ATRIBUICAO THRU 2150-EXIT
002423         IF SITUACAO-ACESSO NOT = "A"
002424             GO TO 2100-EXIT
002425         END-IF
002426     END-IF
002430     PERFORM 2200-OBTER-AULAS THRU 2200-EXIT
002440     PERFORM 2300-OBTER-FALTAS THRU 2300-EXIT
002450     PERFORM 2400-GRAVAR-FREQUENCIA THRU 2400-EXIT
002480         (PRESENCAS * 100) / AULAS-DADAS
002490     DISPLAY "Presenca de " NOME-CADASTRO ": "
002500         PERCENTUAL-PRESENCA "%"
002510     IF PERCENTUAL-PRESENCA < RGR-FREQUENCIA-MINIMA
002520         DISPLAY "Atencao: presenca abaixo do minimo de "
002530             RGR-FREQUENCIA-MINIMA "%; aluno reprova por falta "
002535             "nesta materia."
002540     END-IF
002545     PERFORM 2500-GRAVAR-LOG THRU 2500-EXIT
002550     ADD 1 TO CONT-LANCADOS.
002560 2100-EXIT.
002561     EXIT.
002562
002563*-----------------------------------------------------------
002564* 2150-VERIFICAR-ATRIBUICAO - operador de perfil professor so
002565* lanca na materia/turma atribuida a ele; a recusa vai para a
002566* auditoria com a origem propria R
002567*-----------------------------------------------------------
002568 2150-VERIFICAR-ATRIBUICAO.
002569     MOVE "A" TO SITUACAO-ACESSO
002570     CALL "ConsultaAtribuicao" USING ANO-LETIVO TURMA MATERIA
002571         PROFESSOR-ATRIBUIDO PROFESSOR-NOME SITUACAO-ATRIBUICAO
002572     IF SITUACAO-ATRIBUICAO = "A"
002573         AND PROFESSOR-ATRIBUIDO = PROFESSOR-OPERADOR
002574         GO TO 2150-EXIT
002575     END-IF
002576     MOVE "R" TO SITUACAO-ACESSO
002577     DISPLAY "Materia/turma nao atribuida ao professor "
002578         PROFESSOR-OPERADOR "; lancamento nao permitido."
002579     ACCEPT HORA-AGORA FROM TIME
002580     INITIALIZE LOG-REGISTRO
002581     MOVE OPERADOR TO LOG-OPERADOR
002582     MOVE DATA-HOJE TO LOG-DATA
002583     MOVE HORA-AGORA TO LOG-HORA
002584     MOVE ANO-LETIVO TO LOG-ANO-LETIVO
002585     MOVE BIMESTRE TO LOG-BIMESTRE
002586     MOVE TURMA TO LOG-TURMA
002587     MOVE MATRICULA TO LOG-MATRICULA
002588     MOVE "ACESSO RECUSADO" TO LOG-NOME-ALUNO
002589     MOVE MATERIA TO LOG-MATERIA
002590     SET LOG-ORIGEM-RECUSA TO TRUE
002591     MOVE "MATERIA/TURMA NAO ATRIBUIDA AO PROFESSOR"
002592         TO LOG-JUSTIFICATIVA
002593     MOVE PROFESSOR-OPERADOR TO LOG-PROFESSOR
002594     WRITE LOG-REGISTRO.
002595 2150-EXIT.
002596     EXIT.
002597
002598*-----------------------------------------------------------
002600* 2200-OBTER-AULAS - le e valida as aulas dadas no bimestre
002610*-----------------------------------------------------------
002620 2200-OBTER-AULAS.
003200     MOVE MATRICULA TO LOG-MATRICULA
003210     MOVE NOME-CADASTRO TO LOG-NOME-ALUNO
003220     MOVE MATERIA TO LOG-MATERIA
003230     IF PERCENTUAL-PRESENCA < RGR-FREQUENCIA-MINIMA
003240         MOVE "Rep.Falta " TO LOG-RESULTADO
003250     ELSE
003260         MOVE "Frequencia" TO LOG-RESULTADO
