000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Devolver, para um ano letivo informado, as regras de
000140* avaliacao do arquivo REGRAS-AVALIACAO (layout REGRAREG):
000150* media de aprovacao, faixa de Recuperacao, presenca minima,
000160* regra e corte do desfecho da recuperacao e media anual.
000170* Situacao devolvida: "A" regra cadastrada para o ano, "P" ano
000180* sem regra cadastrada ou arquivo de regras ainda nao criado
000190* (devolve o padrao de REGRAPAD), "X" arquivo de regras em uso
000192* ou ilegivel: nao devolve regra (valores zerados) e quem
000194* chama nao avalia. O status do arquivo volta em STATUS-REGRAS.
000200* Tectonics: cobc
000210*-----------------------------------------------------------------
000220* Mod history:
000230*   2026-10-15 DRR  Criado (regras de avaliacao por ano letivo).
000233*   2026-10-15 DRR  Padrao so para arquivo inexistente ou ano
000236*                   sem regra; outro erro devolve "X" sem regra
000238*                   e o status do arquivo.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ConsultaRegras.
000270 AUTHOR. Diego R. Rocha.
000280 INSTALLATION. Secretaria Escolar.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT REGRAS-AVALIACAO ASSIGN TO "REGRAS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS RGR-ANO-LETIVO
000390         FILE STATUS IS FS-REGRAS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  REGRAS-AVALIACAO.
000440 COPY REGRAREG.
000450
000460 WORKING-STORAGE SECTION.
000470 COPY REGRAPAD.
000480
000490 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000500     88  ARQUIVO-ABERTO                   VALUE "S".
000510
000520 01  FS-REGRAS                    PIC X(02).
000530     88  FS-REGRAS-OK                     VALUE "00".
000532     88  FS-REGRAS-SEM-REGISTRO           VALUE "23".
000534     88  FS-REGRAS-INEXISTENTE            VALUE "35".
000540
000550 LINKAGE SECTION.
000560 01  ANO-LETIVO                   PIC 9(04).
000570 01  REGRA-AVALIACAO              PIC X(42).
000580 01  SITUACAO                     PIC X(01).
000585 01  STATUS-REGRAS                PIC X(02).
000590
000600 PROCEDURE DIVISION USING ANO-LETIVO REGRA-AVALIACAO SITUACAO
000605         STATUS-REGRAS.
000610 0000-MAINLINE.
000620     IF NOT ARQUIVO-ABERTO
000630         PERFORM 1000-ABRIR-REGRAS THRU 1000-EXIT
000640     END-IF
000650     IF ARQUIVO-ABERTO
000660         PERFORM 2000-LER-REGRA THRU 2000-EXIT
000680     ELSE
000682         IF FS-REGRAS-INEXISTENTE
000684             PERFORM 2100-USAR-PADRAO THRU 2100-EXIT
000686             MOVE "P" TO SITUACAO
000688         ELSE
000690             PERFORM 2200-SEM-REGRA THRU 2200-EXIT
000692         END-IF
000700     END-IF
000705     MOVE FS-REGRAS TO STATUS-REGRAS
000710     MOVE RGR-REGISTRO TO REGRA-AVALIACAO
000720     GOBACK.
000730
000740*-----------------------------------------------------------
000750* 1000-ABRIR-REGRAS - abre o arquivo de regras na primeira
000760* chamada e o mantem aberto para as chamadas seguintes
000770*-----------------------------------------------------------
000780 1000-ABRIR-REGRAS.
000790     OPEN INPUT REGRAS-AVALIACAO
000800     IF FS-REGRAS-OK
000810         SET ARQUIVO-ABERTO TO TRUE
000820     END-IF.
000830 1000-EXIT.
000840     EXIT.
000850
000860*-----------------------------------------------------------
000870* 2000-LER-REGRA - le a regra do ano letivo; ano sem regra
000880* cadastrada usa o padrao, erro de leitura fica sem regra
000890*-----------------------------------------------------------
000900 2000-LER-REGRA.
000910     MOVE ANO-LETIVO TO RGR-ANO-LETIVO
000920     READ REGRAS-AVALIACAO
000930         INVALID KEY
000940             CONTINUE
000950     END-READ
000952     IF FS-REGRAS-OK
000954         MOVE "A" TO SITUACAO
000956         GO TO 2000-EXIT
000958     END-IF
000960     IF FS-REGRAS-SEM-REGISTRO
000962         PERFORM 2100-USAR-PADRAO THRU 2100-EXIT
000964         MOVE "P" TO SITUACAO
000970     ELSE
000975         PERFORM 2200-SEM-REGRA THRU 2200-EXIT
000980     END-IF.
000990 2000-EXIT.
001000     EXIT.
001010
001020*-----------------------------------------------------------
001030* 2100-USAR-PADRAO - monta a regra do ano com o padrao de
001040* REGRAPAD (as regras anteriores ao arquivo de regras)
001050*-----------------------------------------------------------
001060 2100-USAR-PADRAO.
001070     MOVE ANO-LETIVO TO RGR-ANO-LETIVO
001080     MOVE RGP-MEDIA-APROVACAO TO RGR-MEDIA-APROVACAO
001090     MOVE RGP-MEDIA-RECUPERACAO TO RGR-MEDIA-RECUPERACAO
001100     MOVE RGP-FREQUENCIA-MINIMA TO RGR-FREQUENCIA-MINIMA
001110     MOVE RGP-REGRA-RECUPERACAO TO RGR-REGRA-RECUPERACAO
001120     MOVE RGP-MEDIA-POS-RECUP TO RGR-MEDIA-POS-RECUP
001130     MOVE RGP-MEDIA-ANUAL TO RGR-MEDIA-ANUAL
001140     MOVE ZERO TO RGR-DATA-ALTERACAO
001150     MOVE SPACES TO RGR-OPERADOR.
001160 2100-EXIT.
001170     EXIT.
001180
001190*-----------------------------------------------------------
001200* 2200-SEM-REGRA - arquivo de regras em uso ou ilegivel: a
001210* regra volta zerada, sem o padrao, com a situacao "X"
001220*-----------------------------------------------------------
001230 2200-SEM-REGRA.
001240     INITIALIZE RGR-REGISTRO
001250     MOVE ANO-LETIVO TO RGR-ANO-LETIVO
001260     MOVE "X" TO SITUACAO.
001270 2200-EXIT.
001280     EXIT.
