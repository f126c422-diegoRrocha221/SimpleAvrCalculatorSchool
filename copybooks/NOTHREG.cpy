000100*****************************************************************
000110* NOTHREG.cpy
000120* Registro do historico de avisos enviados as familias
000130* (arquivo NOTIF-ENVIADAS, chave tipo do aviso + periodo +
000140* materia + matricula), gravado por NotificaFamilias quando o
000150* aviso sai para ao menos um responsavel: uma nova execucao
000160* nao manda o mesmo aviso de novo. Aviso de resultado final
000170* do ano leva bimestre zero.
000180*-----------------------------------------------------------------
000190* Mod history:
000200*   2026-10-15 DRR  Criado (responsaveis e avisos as familias).
000210*****************************************************************
000220 01  NTH-REGISTRO.
000230     05  NTH-CHAVE.
000240         10  NTH-TIPO                PIC X(01).
000250         10  NTH-ANO-LETIVO          PIC 9(04).
000260         10  NTH-BIMESTRE            PIC 9(01).
000270         10  NTH-MATERIA             PIC X(20).
000280         10  NTH-MATRICULA           PIC 9(06).
000290     05  NTH-DATA-ENVIO              PIC 9(08).
000300     05  NTH-QTD-RESPONSAVEIS        PIC 9(02).
000310     05  NTH-DATA-EXAME              PIC 9(08).
