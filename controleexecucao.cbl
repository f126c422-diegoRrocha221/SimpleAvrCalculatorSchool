000280*                   a carga e recusada quando o TRANACEI lido
000290*                   nao confere com as aceitas gravadas pela
000300*                   critica do ciclo (TRANACEI trocado/velho).
000301*   2026-10-15 DRR  Novo passo INTEGRIDADE (AuditaIntegridade),
000302*                   sem antecessor; as excecoes da auditoria
000303*                   ficam nas divergencias do passo.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ControleExecucao.
000540 01  TABELA-PASSOS-DADOS.
000550     05  FILLER PIC X(24) VALUE "EDITALOTE               ".
000560     05  FILLER PIC X(24) VALUE "CARREGALOTE EDITALOTE   ".
000565     05  FILLER PIC X(24) VALUE "INTEGRIDADE             ".
000570     05  FILLER PIC X(24) VALUE "EXTRATO     CARREGALOTE ".
000580     05  FILLER PIC X(24) VALUE "BALANCO     EXTRATO     ".
000590     05  FILLER PIC X(24) VALUE "DESCARGA    BALANCO     ".
000600     05  FILLER PIC X(24) VALUE "FECHAANO    BALANCO     ".
000610 01  TABELA-PASSOS REDEFINES TABELA-PASSOS-DADOS.
000620     05  TP-ITEM OCCURS 7 TIMES INDEXED BY TP-IDX.
000630         10  TP-PASSO                PIC X(12).
000640         10  TP-ANTECESSOR           PIC X(12).
000650 01  TP-QTD-PASSOS                   PIC 9(02) VALUE 7.
000660
000670 01  DATA-HOJE                    PIC 9(08).
000680 01  HORA-AGORA                   PIC 9(08).
002430     END-READ
002440     MOVE HORA-AGORA TO RUN-HORA-FIM
002450     MOVE QUANTIDADE TO RUN-REGISTROS
002460     IF PASSO = "BALANCO     " OR PASSO = "INTEGRIDADE "
002470         MOVE QUANTIDADE TO RUN-DIVERGENCIAS
002480     END-IF
002490     SET RUN-CONCLUIDO TO TRUE
