000270*   2026-09-02 DRR  Identifica o operador e grava um registro
000280*                   de auditoria por frequencia gravada
000290*                   (origem F), como na carga de notas.
000291*   2026-10-15 DRR  Presenca minima lida na regra de avaliacao
000292*                   do ano letivo da transacao (ConsultaRegras),
000293*                   em vez dos 75% fixos no programa.
000294*   2026-10-15 DRR  Ignora (contando) transacao de aluno
000295*                   transferido para outra escola.
000296*   2026-10-15 DRR  Registro do lote no copybook FQTREG, comum
000297*                   a digitacao das folhas (DigitaFolha).
000298*   2026-10-15 DRR  Ignora (contando) transacao cuja regra do
000299*                   ano nao pode ser lida.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CarregaFrequencia.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FREQUENCIA-LOTE.
000580 COPY FQTREG.
000660
000670 FD  FREQUENCIA-ALUNOS.
000680 COPY FALTREG.
000800 01  HORA-AGORA                   PIC 9(08).
000810 01  PRESENCAS                    PIC 9(03).
000820 01  PERCENTUAL-PRESENCA          PIC 9(03).
000822 COPY REGRAREG.
000824 01  SITUACAO-REGRA               PIC X(01).
000826 01  STATUS-REGRAS                PIC X(02).
000830 01  CONT-PROCESSADOS             PIC 9(05) COMP.
000840 01  CONT-IGNORADAS               PIC 9(05) COMP.
000850
001820
001830*-----------------------------------------------------------
001840* 3100-VALIDAR-TRANSACAO - critica o periodo, as quantidades
001850* e a matricula da transacao no cadastro de alunos; le a
001855* regra do ano (presenca minima), sem a qual a transacao fica
001857* de fora
001860*-----------------------------------------------------------
001870 3100-VALIDAR-TRANSACAO.
001880     MOVE "S" TO SW-TRANSACAO-VALIDA
002110         MOVE "N" TO SW-TRANSACAO-VALIDA
002120         GO TO 3100-EXIT
002130     END-IF
002131     CALL "ConsultaRegras" USING FQT-ANO-LETIVO RGR-REGISTRO
002132         SITUACAO-REGRA STATUS-REGRAS
002133     IF SITUACAO-REGRA = "X"
002134         DISPLAY "Transacao ignorada: regra de avaliacao do ano "
002135             FQT-ANO-LETIVO " ilegivel. Status: " STATUS-REGRAS
002136         MOVE "N" TO SW-TRANSACAO-VALIDA
002137         GO TO 3100-EXIT
002138     END-IF
002140     CALL "ConsultaCadastro" USING FQT-MATRICULA NOME-CADASTRO
002150         TURMA-CADASTRO SITUACAO-CADASTRO
002160     EVALUATE SITUACAO-CADASTRO
002250         WHEN "I"
002260             DISPLAY "Transacao ignorada: aluno desativado - "
002270                 "matricula " FQT-MATRICULA
002272             MOVE "N" TO SW-TRANSACAO-VALIDA
002274         WHEN "T"
002276             DISPLAY "Transacao ignorada: aluno transferido para "
002278                 "outra escola - matricula " FQT-MATRICULA
002280             MOVE "N" TO SW-TRANSACAO-VALIDA
002290         WHEN "N"
002300             DISPLAY "Transacao ignorada: matricula nao "
002780         GIVING PRESENCAS
002790     COMPUTE PERCENTUAL-PRESENCA ROUNDED =
002800         (PRESENCAS * 100) / FQT-AULAS-DADAS
002810     IF PERCENTUAL-PRESENCA < RGR-FREQUENCIA-MINIMA
002820         MOVE "Rep.Falta " TO LOG-RESULTADO
002830     ELSE
002840         MOVE "Frequencia" TO LOG-RESULTADO
