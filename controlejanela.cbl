000130* Purpose:Mostrar ao operador da manha onde a janela de
000140* fechamento parou: le o controle de execucao RUN-CONTROLE e
000150* imprime o passo-a-passo de um ciclo (EDITALOTE, CARREGALOTE,
000160* INTEGRIDADE, EXTRATO, BALANCO, DESCARGA e FECHAANO), com
000170* inicio, fim, situacao, registros e divergencias de cada
000180* passo, na tela e no relatorio da janela.
000190* Tectonics: cobc
000200*-----------------------------------------------------------------
000210* Mod history:
000220*   2026-09-02 DRR  Criado (controle de execucao da janela).
000225*   2026-10-15 DRR  Passo INTEGRIDADE (auditoria do mestre).
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ControleJanela.
000530 01  TABELA-PASSOS-DADOS.
000540     05  FILLER PIC X(12) VALUE "EDITALOTE   ".
000550     05  FILLER PIC X(12) VALUE "CARREGALOTE ".
000555     05  FILLER PIC X(12) VALUE "INTEGRIDADE ".
000560     05  FILLER PIC X(12) VALUE "EXTRATO     ".
000570     05  FILLER PIC X(12) VALUE "BALANCO     ".
000580     05  FILLER PIC X(12) VALUE "DESCARGA    ".
000590     05  FILLER PIC X(12) VALUE "FECHAANO    ".
000600 01  TABELA-PASSOS REDEFINES TABELA-PASSOS-DADOS.
000610     05  TP-PASSO                 PIC X(12) OCCURS 7 TIMES
000620         INDEXED BY TP-IDX.
000630 01  TP-QTD-PASSOS                PIC 9(02) VALUE 7.
000640
000650 01  CICLO                        PIC 9(08).
000660 01  OPCAO                        PIC X(01).
