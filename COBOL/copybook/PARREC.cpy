000010*================================================================
000020* PARREC    - LAYOUT RECORD PARTITE APERTE CLIENTI (MASTER
000030*             INDEXED PARTITE, CHIAVE PAR-CHIAVE = CLIENTE +
000040*             ANNO + NUMERO FATTURA). UNA PARTITA PER FATTURA
000050*             CONTABILIZZATA DA CLI200, CON SCADENZA DAI GIORNI
000060*             DI PAGAMENTO DEL CLIENTE E RESIDUO DA INCASSARE;
000070*             NUMERO 00000 = ACCONTO/CREDITO NON ABBINATO
000080*             DELL'ANNO, NUMERO 99999 = MOVIMENTI FATTURA
000090*             SENZA RIFERIMENTO DOCUMENTO
000100*             SCRITTO   : S.ROSSI    15/10/2026
000110*             MODIFICHE :
000120*             15/10/2026 SR  PRIMA STESURA
000130*================================================================
000140  01  PAR-RECORD.
000150      05  PAR-CHIAVE.
000160          10  PAR-CLIENTE          PIC X(05).
000170          10  PAR-ANNO             PIC 9(04).
000180          10  PAR-NUMERO           PIC 9(05).
000190      05  PAR-TIPO                 PIC X(01).
000200          88  PAR-FATTURA                    VALUE "F".
000210          88  PAR-ACCONTO                    VALUE "A".
000220      05  PAR-DATA-DOC             PIC X(08).
000230      05  PAR-DATA-SCAD            PIC X(08).
000240      05  PAR-IMPORTO              PIC S9(07)V99.
000250      05  PAR-RESIDUO              PIC S9(07)V99.
000260      05  PAR-STATO                PIC X(01).
000270          88  PAR-APERTA                     VALUE "A".
000280          88  PAR-CHIUSA                     VALUE "C".
000290      05  PAR-DATA-ULT-MOV         PIC X(08).
000300      05  FILLER                   PIC X(22).
