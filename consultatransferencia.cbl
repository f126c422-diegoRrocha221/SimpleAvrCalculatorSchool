000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Devolver, para uma matricula e um ano letivo, a ultima
000140* transferencia do aluno na direcao pedida (E entrada, S saida)
000150* registrada no arquivo TRANSFERENCIAS, com o registro completo
000160* (data, bimestre, turma, outra escola e motivo). Situacao
000170* devolvida: "A" transferencia encontrada, "N" nenhuma
000180* transferencia nessa direcao no ano, "X" arquivo de
000190* transferencias indisponivel.
000200* Tectonics: cobc
000210*-----------------------------------------------------------------
000220* Mod history:
000230*   2026-10-15 DRR  Criado (transferencias de alunos).
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ConsultaTransferencia.
000270 AUTHOR. Diego R. Rocha.
000280 INSTALLATION. Secretaria Escolar.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRANSFERENCIAS ASSIGN TO "TRANSFER"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS TRF-CHAVE
000390         FILE STATUS IS FS-TRANSFERENCIAS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  TRANSFERENCIAS.
000440 COPY TRANSREG.
000450
000460 WORKING-STORAGE SECTION.
000470 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000480     88  ARQUIVO-ABERTO                   VALUE "S".
000490
000500 01  SW-FIM-ALUNO                 PIC X(01).
000510     88  FIM-ALUNO                        VALUE "S".
000520
000530 01  FS-TRANSFERENCIAS            PIC X(02).
000540     88  FS-TRANSFERENCIAS-OK             VALUE "00".
000550
000560 LINKAGE SECTION.
000570 01  MATRICULA                    PIC 9(06).
000580 01  ANO-LETIVO                   PIC 9(04).
000590 01  DIRECAO                      PIC X(01).
000600 01  TRANSFERENCIA                PIC X(132).
000610 01  SITUACAO                     PIC X(01).
000620
000630 PROCEDURE DIVISION USING MATRICULA ANO-LETIVO DIRECAO
000640         TRANSFERENCIA SITUACAO.
000650 0000-MAINLINE.
000660     MOVE SPACES TO TRANSFERENCIA
000670     IF NOT ARQUIVO-ABERTO
000680         PERFORM 1000-ABRIR-TRANSFERENCIAS THRU 1000-EXIT
000690     END-IF
000700     IF NOT ARQUIVO-ABERTO
000710         MOVE "X" TO SITUACAO
000720     ELSE
000730         PERFORM 2000-PROCURAR-TRANSFERENCIA THRU 2000-EXIT
000740     END-IF
000750     GOBACK.
000760
000770*-----------------------------------------------------------
000780* 1000-ABRIR-TRANSFERENCIAS - abre o arquivo na primeira
000790* chamada e o mantem aberto para as chamadas seguintes
000800*-----------------------------------------------------------
000810 1000-ABRIR-TRANSFERENCIAS.
000820     OPEN INPUT TRANSFERENCIAS
000830     IF FS-TRANSFERENCIAS-OK
000840         SET ARQUIVO-ABERTO TO TRUE
000850     END-IF.
000860 1000-EXIT.
000870     EXIT.
000880
000890*-----------------------------------------------------------
000900* 2000-PROCURAR-TRANSFERENCIA - percorre as transferencias da
000910* matricula (em ordem de data) e fica com a ultima do ano e
000920* da direcao pedidos
000930*-----------------------------------------------------------
000940 2000-PROCURAR-TRANSFERENCIA.
000950     MOVE "N" TO SITUACAO
000960     MOVE "N" TO SW-FIM-ALUNO
000970     MOVE MATRICULA TO TRF-MATRICULA
000980     MOVE ZERO TO TRF-DATA
000990     START TRANSFERENCIAS KEY IS NOT LESS THAN TRF-CHAVE
001000         INVALID KEY
001010             SET FIM-ALUNO TO TRUE
001020     END-START
001030     PERFORM 2100-LER-TRANSFERENCIA THRU 2100-EXIT
001040         UNTIL FIM-ALUNO.
001050 2000-EXIT.
001060     EXIT.
001070
001080*-----------------------------------------------------------
001090* 2100-LER-TRANSFERENCIA - le a proxima transferencia e guarda
001100* a que casa com o ano e a direcao
001110*-----------------------------------------------------------
001120 2100-LER-TRANSFERENCIA.
001130     READ TRANSFERENCIAS NEXT RECORD
001140         AT END
001150             SET FIM-ALUNO TO TRUE
001160             GO TO 2100-EXIT
001170     END-READ
001180     IF TRF-MATRICULA NOT = MATRICULA
001190         SET FIM-ALUNO TO TRUE
001200         GO TO 2100-EXIT
001210     END-IF
001220     IF TRF-ANO-LETIVO = ANO-LETIVO AND TRF-DIRECAO = DIRECAO
001230         MOVE TRF-REGISTRO TO TRANSFERENCIA
001240         MOVE "A" TO SITUACAO
001250     END-IF.
001260 2100-EXIT.
001270     EXIT.
