000010*================================================================
000020* FATSOS    - LAYOUT RECORD FATTURE SOSPESE PER FIDO (MASTER
000030*             INDEXED FATSOSP, CHIAVE FSP-CHIAVE = PROGRESSIVO
000040*             SOSPENSIONE + RIGA). LA RIGA 000 E LA TESTATA CON
000050*             STATO, MOTIVO E SITUAZIONE DEL CLIENTE AL MOMENTO
000060*             DEL BLOCCO; LE RIGHE SUCCESSIVE PORTANO I RECORD
000070*             DEL DOCUMENTO NEL TRACCIATO DI FATDOCIN, PER
000080*             L'EMISSIONE DOPO IL RILASCIO (FAT300 / FAT200)
000090*             SCRITTO   : S.ROSSI    15/10/2026
000100*             MODIFICHE :
000110*             15/10/2026 SR  PRIMA STESURA
000120*================================================================
000130  01  FSP-RECORD.
000140      05  FSP-CHIAVE.
000150          10  FSP-ID               PIC 9(05).
000160          10  FSP-RIGA             PIC 9(03).
000170      05  FSP-STATO                PIC X(01).
000180          88  FSP-SOSPESA                    VALUE "S".
000190          88  FSP-APPROVATA                  VALUE "A".
000200          88  FSP-ANNULLATA                  VALUE "C".
000210          88  FSP-EMESSA                     VALUE "E".
000220          88  FSP-RESPINTA                   VALUE "B".
000230      05  FSP-DATA                 PIC X(08).
000240      05  FSP-CLIENTE              PIC X(05).
000250      05  FSP-MOTIVO               PIC X(30).
000260      05  FSP-TOTALE               PIC S9(11)V99.
000270      05  FSP-SALDO                PIC S9(7)V99.
000280      05  FSP-FIDO                 PIC S9(7)V99.
000290      05  FSP-LIVELLO              PIC 9(01).
000300      05  FSP-DATA-ESITO           PIC X(08).
000310      05  FSP-OPERATORE            PIC X(08).
000320      05  FSP-DOCUMENTO            PIC X(80).
000330      05  FILLER                   PIC X(20).
