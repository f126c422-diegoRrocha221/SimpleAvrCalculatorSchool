000204*                   situacao de transmissao (ALUNOREG).
000206*   2026-09-02 DRR  Imagem do mestre cresce com o professor
000208*                   responsavel (ALUNOREG).
000210*   2026-10-15 DRR  Imagem do mestre cresce um byte com a
000212*                   origem da nota (ALUNOREG).
000214*****************************************************************
000220 01  BKP-REGISTRO.
000230     05  BKP-TIPO                    PIC X(01).
000240         88  BKP-TIPO-DADOS                  VALUE "D".
000250         88  BKP-TIPO-TRAILER                VALUE "T".
000260     05  BKP-DADOS                   PIC X(109).
000270     05  BKP-TRAILER REDEFINES BKP-DADOS.
000280         10  BKP-TRL-QUANTIDADE      PIC 9(09).
000290         10  BKP-TRL-HASH-MEDIA      PIC 9(09)V99.
000300         10  BKP-TRL-DATA            PIC 9(08).
000310         10  FILLER                  PIC X(81).
