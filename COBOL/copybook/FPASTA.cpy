000010*================================================================
000020* FPASTA    - LAYOUT RECORD STATO INVIO FATTURE ELETTRONICHE
000030*             (MASTER INDEXED FPASTATO, CHIAVE FPS-CHIAVE = TIPO
000040*             DOCUMENTO + ANNO + NUMERO DEL REGISTRO FATTURE).
000050*             SCRITTO DA FAT400 A OGNI ESPORTAZIONE XML E
000060*             AGGIORNATO DA FAT500 CON GLI ESITI SDI; I DOCUMENTI
000070*             SCARTATI VENGONO RIESPORTATI DAL CICLO FAT400
000080*             SUCCESSIVO CON UN NUOVO PROGRESSIVO DI INVIO
000090*             SCRITTO   : S.ROSSI    15/10/2026
000100*             MODIFICHE :
000110*             15/10/2026 SR  PRIMA STESURA
000120*================================================================
000130  01  FPS-RECORD.
000140      05  FPS-CHIAVE.
000150          10  FPS-TIPO-DOC         PIC X(01).
000160          10  FPS-ANNO             PIC 9(04).
000170          10  FPS-NUMERO           PIC 9(05).
000180      05  FPS-STATO                PIC X(01).
000190          88  FPS-INVIATA                    VALUE "E".
000200          88  FPS-ACCETTATA                  VALUE "A".
000210          88  FPS-SCARTATA                   VALUE "S".
000220      05  FPS-CLIENTE              PIC X(05).
000230      05  FPS-DATA-DOC             PIC X(08).
000240      05  FPS-TOTALE               PIC S9(7)V99.
000250      05  FPS-PROGRESSIVO          PIC 9(05).
000260      05  FPS-NOME-FILE            PIC X(30).
000270      05  FPS-INVII                PIC 9(02).
000280      05  FPS-DATA-INVIO           PIC X(08).
000290      05  FPS-DATA-ESITO           PIC X(08).
000300      05  FPS-MOTIVO               PIC X(40).
000310      05  FILLER                   PIC X(24).
