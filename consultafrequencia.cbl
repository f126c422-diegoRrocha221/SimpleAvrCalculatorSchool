000130* Purpose:Devolver, para um periodo/materia/matricula informado,
000140* o percentual de presenca do aluno segundo o arquivo de
000150* frequencia FREQUENCIA-ALUNOS. Situacao devolvida: "O" presenca
000160* igual ou acima do minimo do ano, "B" presenca abaixo do minimo
000170* (reprova por falta), "N" sem registro de frequencia, "X"
000180* arquivo de frequencia indisponivel, "R" regra do ano ilegivel
000183* (presenca devolvida, sem comparar com o minimo). O minimo de
000185* presenca vem da regra de avaliacao do ano (ConsultaRegras).
000190* Tectonics: cobc
000200*-----------------------------------------------------------------
000210* Mod history:
000220*   2026-09-02 DRR  Criado (controle de frequencia e regra dos
000230*                   75% de presenca).
000232*   2026-10-15 DRR  Presenca minima lida na regra do ano
000234*                   letivo (ConsultaRegras), em vez dos 75%
000236*                   fixos no programa.
000237*   2026-10-15 DRR  Situacao "R" quando a regra do ano nao pode
000238*                   ser lida, em vez de comparar com o padrao.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ConsultaFrequencia.
000510     88  FS-FREQUENCIA-OK                 VALUE "00".
000520
000530 01  PRESENCAS                    PIC 9(03).
000532 COPY REGRAREG.
000534 01  SITUACAO-REGRA               PIC X(01).
000536 01  STATUS-REGRAS                PIC X(02).
000540
000550 LINKAGE SECTION.
000560 01  ANO-LETIVO                   PIC 9(04).
000890
000900*-----------------------------------------------------------
000910* 2000-LER-FREQUENCIA - le o registro do periodo e devolve o
000920* percentual de presenca e a situacao quanto ao minimo do ano
000930*-----------------------------------------------------------
000940 2000-LER-FREQUENCIA.
000950     MOVE ANO-LETIVO TO FALT-ANO-LETIVO
001210         GIVING PRESENCAS
001220     COMPUTE PERCENTUAL-PRESENCA ROUNDED =
001230         (PRESENCAS * 100) / FALT-AULAS-DADAS
001232     CALL "ConsultaRegras" USING ANO-LETIVO RGR-REGISTRO
001234         SITUACAO-REGRA STATUS-REGRAS
001235     IF SITUACAO-REGRA = "X"
001236         MOVE "R" TO SITUACAO
001237         GO TO 2100-EXIT
001238     END-IF
001240     IF PERCENTUAL-PRESENCA < RGR-FREQUENCIA-MINIMA
001250         MOVE "B" TO SITUACAO
001260     ELSE
001270         MOVE "O" TO SITUACAO
