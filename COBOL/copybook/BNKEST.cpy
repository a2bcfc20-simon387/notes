000010*================================================================
000020* BNKEST    - LAYOUT RECORD REGISTRO ESTRATTI BANCARI ELABORATI
000030*             (MASTER INDEXED BNKESTR, CHIAVE BES-IMPRONTA). L'
000040*             IMPRONTA DELL'ESTRATTO BANCHEIN E DATA VALUTA
000050*             MINIMA E MASSIMA, NUMERO INCASSI E TOTALE IMPORTI;
000060*             BNK100 RIFIUTA UN ESTRATTO CON IMPRONTA GIA NOTA. IL
000070*             RECORD RIPORTA L'ID DEL LOTTO MOVPREP GENERATO.
000080*             LISTATO DA CLI600
000090*             SCRITTO   : S.ROSSI    15/10/2026
000100*             MODIFICHE :
000110*             15/10/2026 SR  PRIMA STESURA
000120*================================================================
000130  01  BES-RECORD.
000140      05  BES-IMPRONTA.
000150          10  BES-VALUTA-DA        PIC X(08).
000160          10  BES-VALUTA-A         PIC X(08).
000170          10  BES-NUM-INCASSI      PIC 9(07).
000180          10  BES-TOT-IMPORTI      PIC 9(11)V99.
000190      05  BES-DATA-ELAB            PIC X(08).
000200      05  BES-ORA-ELAB             PIC X(06).
000210      05  BES-ID-LOTTO.
000220          10  BES-PROGRAMMA        PIC X(08).
000230          10  BES-DATA-LOTTO       PIC X(08).
000240          10  BES-ORA-LOTTO        PIC X(06).
000250      05  FILLER                   PIC X(08).
