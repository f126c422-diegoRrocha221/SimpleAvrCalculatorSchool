000190*-----------------------------------------------------------------
000200* Mod history:
000210*   2026-08-22 DRR  Criado (fechamento de ano e historico).
000212*   2026-10-15 DRR  Inclui a origem da nota (bimestre trazido
000214*                   pela guia de transferencia), copiada do
000216*                   mestre.
000220*****************************************************************
000230 01  HIST-REGISTRO.
000240     05  HIST-DATA-ARQUIVO           PIC 9(08).
000340     05  HIST-RESULTADO              PIC X(10).
000350     05  HIST-NOTA-RECUPERACAO       PIC 99V99.
000360     05  HIST-STATUS-RECUPERACAO     PIC X(01).
000370     05  HIST-ORIGEM-NOTA            PIC X(01).
000380         88  HIST-NOTA-EXTERNA               VALUE "E".
