000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Monitor de pendencias de lancamento antes do
000140* fechamento do bimestre: para o ano letivo e bimestre
000150* informados, cruza as atribuicoes de professor com os alunos
000160* ativos de cada turma e lista, por professor e com as
000170* contagens de cada um, os alunos ainda sem nota no
000180* ALUNOS-MASTER ou sem frequencia em FREQUENCIA-ALUNOS
000190* (relatorio RELPEND, emitido por VerificaPendencias - a mesma
000200* conferencia que o FechaPeriodo faz antes de fechar), para a
000210* secretaria cobrar cada professor.
000220* Tectonics: cobc
000230*-----------------------------------------------------------------
000240* Mod history:
000250*   2026-10-15 DRR  Criado (monitor de pendencias de lancamento
000260*                   por professor).
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. MonitorPendencias.
000300 AUTHOR. Diego R. Rocha.
000310 INSTALLATION. Secretaria Escolar.
000320 DATE-WRITTEN. 15/10/2026.
000330 DATE-COMPILED.
000340
000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370 01  ANO-LETIVO                   PIC 9(04).
000380 01  BIMESTRE                     PIC 9(01).
000390 01  PENDENCIAS-NOTA              PIC 9(05).
000400 01  PENDENCIAS-FREQUENCIA        PIC 9(05).
000410 01  PENDENCIAS-GUIA              PIC 9(05).
000420 01  SITUACAO-PENDENCIAS          PIC X(01).
000430
000440 PROCEDURE DIVISION.
000450*-----------------------------------------------------------
000460* 0000-MAINLINE
000470*-----------------------------------------------------------
000480 0000-MAINLINE.
000490     PERFORM 1000-OBTER-PERIODO THRU 1000-EXIT
000500     PERFORM 2000-VERIFICAR THRU 2000-EXIT
000510     STOP RUN.
000520
000530*-----------------------------------------------------------
000540* 1000-OBTER-PERIODO - le e valida o ano letivo e o bimestre
000550*-----------------------------------------------------------
000560 1000-OBTER-PERIODO.
000570     DISPLAY "Ano letivo (AAAA): "
000580     ACCEPT ANO-LETIVO
000590     IF ANO-LETIVO < 2000 THEN
000600         DISPLAY "Ano letivo invalido! Por favor entre com um "
000610             "ano valido"
000620         GO TO 1000-OBTER-PERIODO
000630     END-IF
000640     PERFORM 1100-OBTER-BIMESTRE THRU 1100-EXIT.
000650 1000-EXIT.
000660     EXIT.
000670
000680*-----------------------------------------------------------
000690* 1100-OBTER-BIMESTRE - le e valida o bimestre (1 a 4)
000700*-----------------------------------------------------------
000710 1100-OBTER-BIMESTRE.
000720     DISPLAY "Bimestre (1 a 4): "
000730     ACCEPT BIMESTRE
000740     IF BIMESTRE < 1 OR BIMESTRE > 4 THEN
000750         DISPLAY "Bimestre invalido! Por favor entre com um "
000760             "bimestre de 1 a 4"
000770         GO TO 1100-OBTER-BIMESTRE
000780     END-IF.
000790 1100-EXIT.
000800     EXIT.
000810
000820*-----------------------------------------------------------
000830* 2000-VERIFICAR - confere o periodo e informa os totais
000840*-----------------------------------------------------------
000850 2000-VERIFICAR.
000860     CALL "VerificaPendencias" USING ANO-LETIVO BIMESTRE
000870         PENDENCIAS-NOTA PENDENCIAS-FREQUENCIA PENDENCIAS-GUIA
000880         SITUACAO-PENDENCIAS
000890     IF SITUACAO-PENDENCIAS NOT = "A"
000900         DISPLAY "Periodo nao conferido; arquivos indisponiveis."
000910         GO TO 2000-EXIT
000920     END-IF
000930     DISPLAY "Pendencias - notas: " PENDENCIAS-NOTA
000940         "  frequencias: " PENDENCIAS-FREQUENCIA
000950         "  guias: " PENDENCIAS-GUIA
000960     DISPLAY "Relatorio por professor emitido em RELPEND.".
000970 2000-EXIT.
000980     EXIT.
