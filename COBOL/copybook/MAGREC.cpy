000010*================================================================
000020* MAGREC    - LAYOUT RECORD GIACENZE DI MAGAZZINO (MASTER
000030*             INDEXED MAGAZZ, CHIAVE MAG-COD-ART = CODICE
000040*             ARTICOLO DI ARTANA): GIACENZA, SCORTA MINIMA E
000050*             QUANTITA DI RIORDINO. CARICHI E RETTIFICHE DA
000060*             MAG100, SCARICHI DALLE FATTURE DI FAT200
000070*             SCRITTO   : S.ROSSI    15/10/2026
000080*             MODIFICHE :
000090*             15/10/2026 SR  PRIMA STESURA
000100*================================================================
000110  01  MAG-RECORD.
000120      05  MAG-COD-ART              PIC X(07).
000130      05  MAG-GIACENZA             PIC S9(07).
000140      05  MAG-SCORTA-MIN           PIC 9(07).
000150      05  MAG-QTA-RIORDINO         PIC 9(07).
000160      05  MAG-DATA-CARICO          PIC X(08).
000170      05  MAG-DATA-SCARICO         PIC X(08).
000180      05  MAG-DATA-INVENTARIO      PIC X(08).
000190      05  FILLER                   PIC X(28).
