000100*****************************************************************
000110* REGRAPAD.cpy
000120* Regras de avaliacao padrao, as que viviam compiladas nos
000130* programas antes do arquivo REGRAS-AVALIACAO: aprovacao com
000140* media 7.00, Recuperacao de 5.00 a 6.99, presenca minima de
000150* 75%, desfecho da recuperacao pela media das duas notas com
000160* corte 5.00 e media anual de aprovacao 5.00. Servem de carga
000170* inicial do arquivo (CadastroRegras) e de padrao para ano
000180* letivo sem regra cadastrada (ConsultaRegras).
000190*-----------------------------------------------------------------
000200* Mod history:
000210*   2026-10-15 DRR  Criado (regras de avaliacao por ano letivo).
000220*****************************************************************
000230 01  REGRA-PADRAO.
000240     05  RGP-MEDIA-APROVACAO         PIC 99V99 VALUE 7.00.
000250     05  RGP-MEDIA-RECUPERACAO       PIC 99V99 VALUE 5.00.
000260     05  RGP-FREQUENCIA-MINIMA       PIC 9(03) VALUE 75.
000270     05  RGP-REGRA-RECUPERACAO       PIC X(01) VALUE "A".
000280     05  RGP-MEDIA-POS-RECUP         PIC 99V99 VALUE 5.00.
000290     05  RGP-MEDIA-ANUAL             PIC 99V99 VALUE 5.00.
