000120* Installation: Secretaria Escolar
000130* Purpose:Calcular a media ponderada de um aluno a partir das
000140* notas, quantidade de notas usadas e peso de cada uma, e definir
000150* o RESULTADO (Aprovado, Reprovado ou Recupera) pela regra de
000152* avaliacao do ano letivo (ConsultaRegras). Sem regra legivel
000154* (arquivo de regras em uso ou ilegivel) o RESULTADO volta
000156* "Sem regra " e quem chama nao grava o lancamento.
000160* Tectonics: cobc
000170*-----------------------------------------------------------------
000180* Mod history:
000190*   2026-08-08 DRR  Criado (media ponderada por materia).
000200*   2026-08-08 DRR  Inclui faixa de Recuperacao (media entre
000210*                   5.00 e 6.99).
000211*   2026-10-15 DRR  Recebe o ano letivo e le a media de
000212*                   aprovacao e o piso da Recuperacao na regra
000213*                   do ano (ConsultaRegras), em vez dos cortes
000214*                   7.00/5.00 fixos no programa.
000215*   2026-10-15 DRR  Resultado "Sem regra " quando a regra do
000216*                   ano nao pode ser lida.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CalcularMedia.
000320 01  WS-I                         PIC 9(02) COMP.
000330 01  WS-SOMA-NOTAS                PIC 9(04)V99.
000340 01  WS-SOMA-PESOS                PIC 9(02) COMP.
000342 COPY REGRAREG.
000344 01  SITUACAO-REGRA               PIC X(01).
000346 01  STATUS-REGRAS                PIC X(02).
000350
000360 LINKAGE SECTION.
000370 01  NOTAS                        PIC 99V99 OCCURS 4 TIMES.
000390 01  PESOS-NOTAS                  PIC 9(01) OCCURS 4 TIMES.
000400 01  MEDIA                        PIC 99V99.
000410 01  RESULTADO                    PIC X(10).
000412 01  ANO-LETIVO                   PIC 9(04).
000420
000430 PROCEDURE DIVISION USING NOTAS QTD-NOTAS PESOS-NOTAS
000440         MEDIA RESULTADO ANO-LETIVO.
000450 0000-MAINLINE.
000460     MOVE ZERO TO WS-SOMA-NOTAS
000470     MOVE ZERO TO WS-SOMA-PESOS
000680     EXIT.
000690
000700*-----------------------------------------------------------
000705* 2000-DEFINIR-RESULTADO - Aprovado (media na aprovacao do
000710* ano), Recupera (do piso da Recuperacao ate abaixo da
000715* aprovacao) ou Reprovado (abaixo do piso); Sem regra quando
000720* a regra do ano nao pode ser lida
000730*-----------------------------------------------------------
000740 2000-DEFINIR-RESULTADO.
000742     CALL "ConsultaRegras" USING ANO-LETIVO RGR-REGISTRO
000744         SITUACAO-REGRA STATUS-REGRAS
000746     IF SITUACAO-REGRA = "X"
000747         MOVE "Sem regra " TO RESULTADO
000748         GO TO 2000-EXIT
000749     END-IF
000750     IF MEDIA >= RGR-MEDIA-APROVACAO
000760         MOVE "Aprovado  " TO RESULTADO
000770     ELSE
000780         IF MEDIA >= RGR-MEDIA-RECUPERACAO
000790             MOVE "Recupera  " TO RESULTADO
000800         ELSE
000810             MOVE "Reprovado " TO RESULTADO
