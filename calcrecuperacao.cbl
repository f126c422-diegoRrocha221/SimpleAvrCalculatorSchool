000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Definir o desfecho da recuperacao bimestral: a partir
000140* da media base do aluno e da nota do exame de recuperacao,
000150* calcular a media final pela regra do ano letivo (substitui a
000160* media, fica com a maior ou faz a media das duas, segundo
000170* ConsultaRegras) e definir o RESULTADO (Aprovado quando a
000180* media final atinge o corte pos-recuperacao do ano, senao
000190* Reprovado). Sem regra legivel (arquivo de regras em uso ou
000193* ilegivel) a media final fica a media base, o RESULTADO volta
000196* "Sem regra " e quem chama nao grava o lancamento.
000200* Tectonics: cobc
000210*-----------------------------------------------------------------
000220* Mod history:
000230*   2026-10-15 DRR  Criado (regras de avaliacao por ano letivo).
000233*   2026-10-15 DRR  Resultado "Sem regra " quando a regra do
000236*                   ano nao pode ser lida.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CalcularRecuperacao.
000270 AUTHOR. Diego R. Rocha.
000280 INSTALLATION. Secretaria Escolar.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310
000320 DATA DIVISION.
000330 WORKING-STORAGE SECTION.
000340 COPY REGRAREG.
000350 01  SITUACAO-REGRA               PIC X(01).
000355 01  STATUS-REGRAS                PIC X(02).
000360
000370 LINKAGE SECTION.
000380 01  ANO-LETIVO                   PIC 9(04).
000390 01  MEDIA-BASE                   PIC 99V99.
000400 01  NOTA-RECUPERACAO             PIC 99V99.
000410 01  MEDIA-FINAL                  PIC 99V99.
000420 01  RESULTADO                    PIC X(10).
000430
000440 PROCEDURE DIVISION USING ANO-LETIVO MEDIA-BASE NOTA-RECUPERACAO
000450         MEDIA-FINAL RESULTADO.
000460 0000-MAINLINE.
000470     CALL "ConsultaRegras" USING ANO-LETIVO RGR-REGISTRO
000480         SITUACAO-REGRA STATUS-REGRAS
000482     IF SITUACAO-REGRA = "X"
000484         MOVE MEDIA-BASE TO MEDIA-FINAL
000486         MOVE "Sem regra " TO RESULTADO
000488         GOBACK
000489     END-IF
000490     EVALUATE TRUE
000500         WHEN RGR-RECUP-SUBSTITUI
000510             MOVE NOTA-RECUPERACAO TO MEDIA-FINAL
000520         WHEN RGR-RECUP-MAIOR
000530             IF NOTA-RECUPERACAO > MEDIA-BASE
000540                 MOVE NOTA-RECUPERACAO TO MEDIA-FINAL
000550             ELSE
000560                 MOVE MEDIA-BASE TO MEDIA-FINAL
000570             END-IF
000580         WHEN OTHER
000590             COMPUTE MEDIA-FINAL ROUNDED =
000600                 (MEDIA-BASE + NOTA-RECUPERACAO) / 2
000610     END-EVALUATE
000620     IF MEDIA-FINAL >= RGR-MEDIA-POS-RECUP
000630         MOVE "Aprovado  " TO RESULTADO
000640     ELSE
000650         MOVE "Reprovado " TO RESULTADO
000660     END-IF
000670     GOBACK.
