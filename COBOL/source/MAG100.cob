000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     MAG100.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - MAGAZZINO ARTICOLI.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - MOVIMENTI MANUALI DEL
000130*                     MAGAZZINO DA FLUSSO TRANSAZIONI MAGTRAN:
000140*                     "C" = CARICO DA BOLLA FORNITORE (QUANTITA
000150*                     RICEVUTA), "I" = RETTIFICA INVENTARIALE
000160*                     (QUANTITA CONTATA, LA DIFFERENZA CON LA
000170*                     GIACENZA VA SUI MOVIMENTI), "S" = SCORTA
000180*                     MINIMA E QUANTITA DI RIORDINO PER IL
000190*                     REPORT MAG200. L'ARTICOLO DEVE ESSERE IN
000200*                     ANAGRAFICA ARTANA; SE MANCA SU MAGAZZ IL 
000210*                     RECORD VIENE CREATO A GIACENZA ZERO. OGNI
000220*                     VARIAZIONE DI GIACENZA VA SUL FILE MOVIMENTI
000230*                     MAGMOVI; LE TRANSAZIONI RIFIUTATE FINISCONO
000240*                     SUL FILE SCARTI CON IL MOTIVO.
000250*----------------------------------------------------------------
000260*================================================================
000270  ENVIRONMENT DIVISION.
000280*================================================================
000290  CONFIGURATION SECTION.
000300  SOURCE-COMPUTER.   IBM-370.
000310  OBJECT-COMPUTER.   IBM-370.
000320  INPUT-OUTPUT SECTION.
000330  FILE-CONTROL.
000340      SELECT TRANS-IN    ASSIGN TO MAGTRAN
000350          ORGANIZATION IS SEQUENTIAL
000360          FILE STATUS IS CAR-FS-TRANS.
000370      SELECT ARTANA-MST  ASSIGN TO ARTANA
000380          ORGANIZATION IS INDEXED
000390          ACCESS MODE IS RANDOM
000400          RECORD KEY IS ART-ANA-COD
000410          FILE STATUS IS CAR-FS-ARTANA.
000420      SELECT MAGAZZ-F    ASSIGN TO MAGAZZ
000430          ORGANIZATION IS INDEXED
000440          ACCESS MODE IS RANDOM
000450          RECORD KEY IS MAG-COD-ART
000460          FILE STATUS IS CAR-FS-MAGAZZ.
000470      SELECT MOVMAG-OUT  ASSIGN TO MAGMOVI
000480          ORGANIZATION IS SEQUENTIAL
000490          FILE STATUS IS CAR-FS-MOVMAG.
000500      SELECT LISTA-OUT   ASSIGN TO MAGLIST
000510          ORGANIZATION IS SEQUENTIAL
000520          FILE STATUS IS CAR-FS-LISTA.
000530      SELECT SCARTI-OUT  ASSIGN TO MAGSCAR
000540          ORGANIZATION IS SEQUENTIAL
000550          FILE STATUS IS CAR-FS-SCARTI.
000560*================================================================
000570  DATA DIVISION.
000580*================================================================
000590  FILE SECTION.
000600  FD  TRANS-IN
000610      LABEL RECORDS ARE STANDARD
000620      RECORDING MODE IS F.
000630  01  TRANS-IN-RECORD.
000640      05  TM-TIPO                 PIC X(01).
000650      05  TM-COD-ART              PIC X(07).
000660      05  TM-QUANTITA             PIC X(07).
000670      05  TM-QUANTITA-N REDEFINES TM-QUANTITA
000680                                  PIC 9(07).
000690      05  TM-RIORDINO             PIC X(07).
000700      05  TM-RIORDINO-N REDEFINES TM-RIORDINO
000710                                  PIC 9(07).
000720      05  TM-DATA                 PIC X(08).
000730      05  TM-RIFERIMENTO          PIC X(20).
000740      05  FILLER                  PIC X(30).
000750  FD  ARTANA-MST
000760      LABEL RECORDS ARE STANDARD.
000770      COPY ARTREC.
000780  FD  MAGAZZ-F
000790      LABEL RECORDS ARE STANDARD.
000800      COPY MAGREC.
000810  FD  MOVMAG-OUT
000820      LABEL RECORDS ARE STANDARD
000830      RECORDING MODE IS F.
000840      COPY MAGMOV.
000850  FD  LISTA-OUT
000860      LABEL RECORDS ARE STANDARD
000870      RECORDING MODE IS F.
000880  01  LISTA-OUT-RECORD            PIC X(80).
000890  FD  SCARTI-OUT
000900      LABEL RECORDS ARE STANDARD
000910      RECORDING MODE IS F.
000920  01  SCARTI-OUT-RECORD.
000930      05  SC-TIPO                 PIC X(01).
000940      05  FILLER                  PIC X(02) VALUE SPACES.
000950      05  SC-COD-ART              PIC X(07).
000960      05  FILLER                  PIC X(02) VALUE SPACES.
000970      05  SC-MOTIVO               PIC X(30).
000980      05  FILLER                  PIC X(38).
000990  WORKING-STORAGE SECTION.
001000  77  CAR-FS-TRANS                PIC X(02) VALUE SPACES.
001010  77  CAR-FS-ARTANA               PIC X(02) VALUE SPACES.
001020  77  CAR-FS-MAGAZZ               PIC X(02) VALUE SPACES.
001030  77  CAR-FS-MOVMAG               PIC X(02) VALUE SPACES.
001040  77  CAR-FS-LISTA                PIC X(02) VALUE SPACES.
001050  77  CAR-FS-SCARTI               PIC X(02) VALUE SPACES.
001060  77  CAR-CARICHI                 PIC 9(05) COMP VALUE ZERO.
001070  77  CAR-RETTIFICHE              PIC 9(05) COMP VALUE ZERO.
001080  77  CAR-SCORTE                  PIC 9(05) COMP VALUE ZERO.
001090  77  CAR-SCARTATI                PIC 9(05) COMP VALUE ZERO.
001100  77  CAR-DATA-ODIERNA            PIC X(08) VALUE SPACES.
001110  77  CAR-DATA-MOV                PIC X(08) VALUE SPACES.
001120  77  CAR-MOTIVO                  PIC X(30) VALUE SPACES.
001130  77  CAR-GIAC-PRIMA              PIC S9(07) VALUE ZERO.
001140  77  CAR-DIFFERENZA              PIC S9(07) VALUE ZERO.
001150  01  CAR-SWITCHES.
001160      05  CAR-EOF-SW              PIC X(01) VALUE "N".
001170          88  CAR-EOF-TRANS                 VALUE "S".
001180      05  CAR-NUOVO-SW            PIC X(01) VALUE "N".
001190          88  CAR-ARTICOLO-NUOVO            VALUE "S".
001200  01  CAR-RIGA-INTESTAZ-1.
001210      05  FILLER                  PIC X(40)
001220              VALUE "MOVIMENTI DI MAGAZZINO APPLICATI    DATA".
001230      05  FILLER                  PIC X(01) VALUE SPACES.
001240      05  CAR-H-DATA              PIC X(08).
001250      05  FILLER                  PIC X(31) VALUE SPACES.
001260  01  CAR-RIGA-INTESTAZ-2.
001270      05  FILLER                  PIC X(03) VALUE "TP".
001280      05  FILLER                  PIC X(09) VALUE "ARTICOLO".
001290      05  FILLER                  PIC X(31) VALUE "DESCRIZIONE".
001300      05  FILLER                  PIC X(12) VALUE "   QUANTITA".
001310      05  FILLER                  PIC X(12) VALUE "  GIAC.PRIMA".
001320      05  FILLER                  PIC X(13) VALUE "  GIAC.DOPO".
001330  01  CAR-RIGA-DETTAGLIO.
001340      05  CAR-D-TIPO              PIC X(01).
001350      05  FILLER                  PIC X(02) VALUE SPACES.
001360      05  CAR-D-COD-ART           PIC X(07).
001370      05  FILLER                  PIC X(02) VALUE SPACES.
001380      05  CAR-D-DES               PIC X(30).
001390      05  FILLER                  PIC X(01) VALUE SPACES.
001400      05  CAR-D-QUANTITA          PIC -,---,--9.
001410      05  FILLER                  PIC X(03) VALUE SPACES.
001420      05  CAR-D-GIAC-PRIMA        PIC -,---,--9.
001430      05  FILLER                  PIC X(03) VALUE SPACES.
001440      05  CAR-D-GIAC-DOPO         PIC -,---,--9.
001450      05  FILLER                  PIC X(04) VALUE SPACES.
001460*================================================================
001470  PROCEDURE DIVISION.
001480*================================================================
001490  0000-MAINLINE.
001500      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001510      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001520      PERFORM 3000-ELABORA-TRANSAZIONE
001530          THRU 3000-ELABORA-TRANSAZIONE-EXIT
001540          UNTIL CAR-EOF-TRANS.
001550      PERFORM 8000-FINALIZZA THRU 8000-FINALIZZA-EXIT.
001560      STOP RUN.
001570*----------------------------------------------------------------
001580  1000-INIZIALIZZA.
001590      OPEN INPUT TRANS-IN.
001600      IF CAR-FS-TRANS NOT = "00"
001610          DISPLAY "MAG100 - ERR APERTURA MAGTRAN " CAR-FS-TRANS
001620          STOP RUN
001630      END-IF.
001640      OPEN INPUT ARTANA-MST.
001650      IF CAR-FS-ARTANA NOT = "00"
001660          DISPLAY "MAG100 - ERR APERTURA ARTANA " CAR-FS-ARTANA
001670          STOP RUN
001680      END-IF.
001690      OPEN I-O MAGAZZ-F.
001700      IF CAR-FS-MAGAZZ = "35"
001710          OPEN OUTPUT MAGAZZ-F
001720          CLOSE MAGAZZ-F
001730          OPEN I-O MAGAZZ-F
001740      END-IF.
001750      IF CAR-FS-MAGAZZ NOT = "00"
001760          DISPLAY "MAG100 - ERR APERTURA MAGAZZ " CAR-FS-MAGAZZ
001770          STOP RUN
001780      END-IF.
001790      OPEN EXTEND MOVMAG-OUT.
001800      IF CAR-FS-MOVMAG = "35"
001810          OPEN OUTPUT MOVMAG-OUT
001820      END-IF.
001830      IF CAR-FS-MOVMAG NOT = "00"
001840          DISPLAY "MAG100 - ERR APERTURA MAGMOVI " CAR-FS-MOVMAG
001850          STOP RUN
001860      END-IF.
001870      OPEN OUTPUT LISTA-OUT.
001880      OPEN OUTPUT SCARTI-OUT.
001890      ACCEPT CAR-DATA-ODIERNA FROM DATE YYYYMMDD.
001900      MOVE CAR-DATA-ODIERNA TO CAR-H-DATA.
001910      WRITE LISTA-OUT-RECORD FROM CAR-RIGA-INTESTAZ-1.
001920      WRITE LISTA-OUT-RECORD FROM CAR-RIGA-INTESTAZ-2.
001930  1000-INIZIALIZZA-EXIT.
001940      EXIT.
001950*----------------------------------------------------------------
001960  2000-LETTURA.
001970      READ TRANS-IN
001980          AT END
001990              MOVE "S" TO CAR-EOF-SW
002000      END-READ.
002010  2000-LETTURA-EXIT.
002020      EXIT.
002030*----------------------------------------------------------------
002040  3000-ELABORA-TRANSAZIONE.
002050      IF TM-TIPO NOT = "C" AND TM-TIPO NOT = "I"
002060       AND TM-TIPO NOT = "S"
002070          MOVE "TIPO TRANSAZIONE NON PREVISTO" TO CAR-MOTIVO
002080          PERFORM 7100-SCRIVI-SCARTO THRU 7100-SCRIVI-SCARTO-EXIT
002090          GO TO 3000-ELABORA-TRANSAZIONE-PROSEGUI
002100      END-IF.
002110      IF TM-QUANTITA NOT NUMERIC
002120          MOVE "QUANTITA NON NUMERICA" TO CAR-MOTIVO
002130          PERFORM 7100-SCRIVI-SCARTO THRU 7100-SCRIVI-SCARTO-EXIT
002140          GO TO 3000-ELABORA-TRANSAZIONE-PROSEGUI
002150      END-IF.
002160      IF TM-TIPO = "C" AND TM-QUANTITA-N = ZERO
002170          MOVE "CARICO A QUANTITA ZERO" TO CAR-MOTIVO
002180          PERFORM 7100-SCRIVI-SCARTO THRU 7100-SCRIVI-SCARTO-EXIT
002190          GO TO 3000-ELABORA-TRANSAZIONE-PROSEGUI
002200      END-IF.
002210      IF TM-TIPO = "S" AND TM-RIORDINO NOT = SPACES
002220       AND TM-RIORDINO NOT NUMERIC
002230          MOVE "QTA RIORDINO NON NUMERICA" TO CAR-MOTIVO
002240          PERFORM 7100-SCRIVI-SCARTO THRU 7100-SCRIVI-SCARTO-EXIT
002250          GO TO 3000-ELABORA-TRANSAZIONE-PROSEGUI
002260      END-IF.
002270      MOVE TM-COD-ART TO ART-ANA-COD.
002280      READ ARTANA-MST
002290          INVALID KEY
002300              MOVE "ARTICOLO NON IN ANAGRAFICA" TO CAR-MOTIVO
002310              PERFORM 7100-SCRIVI-SCARTO
002320                  THRU 7100-SCRIVI-SCARTO-EXIT
002330              GO TO 3000-ELABORA-TRANSAZIONE-PROSEGUI
002340      END-READ.
002350      IF TM-DATA = SPACES
002360          MOVE CAR-DATA-ODIERNA TO CAR-DATA-MOV
002370      ELSE
002380          MOVE TM-DATA          TO CAR-DATA-MOV
002390      END-IF.
002400      PERFORM 3100-LEGGI-GIACENZA THRU 3100-LEGGI-GIACENZA-EXIT.
002410      MOVE MAG-GIACENZA TO CAR-GIAC-PRIMA.
002420      IF TM-TIPO = "C"
002430          PERFORM 3200-CARICO THRU 3200-CARICO-EXIT
002440      ELSE
002450          IF TM-TIPO = "I"
002460              PERFORM 3300-RETTIFICA THRU 3300-RETTIFICA-EXIT
002470          ELSE
002480              PERFORM 3400-SCORTE THRU 3400-SCORTE-EXIT
002490          END-IF
002500      END-IF.
002510      PERFORM 3900-SALVA-GIACENZA THRU 3900-SALVA-GIACENZA-EXIT.
002520  3000-ELABORA-TRANSAZIONE-PROSEGUI.
002530      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
002540  3000-ELABORA-TRANSAZIONE-EXIT.
002550      EXIT.
002560*----------------------------------------------------------------
002570  3100-LEGGI-GIACENZA.
002580      MOVE "N"        TO CAR-NUOVO-SW.
002590      MOVE TM-COD-ART TO MAG-COD-ART.
002600      READ MAGAZZ-F
002610          INVALID KEY
002620              MOVE "S" TO CAR-NUOVO-SW
002630      END-READ.
002640      IF CAR-ARTICOLO-NUOVO
002650          MOVE SPACES     TO MAG-RECORD
002660          MOVE TM-COD-ART TO MAG-COD-ART
002670          MOVE ZERO       TO MAG-GIACENZA MAG-SCORTA-MIN
002680                             MAG-QTA-RIORDINO
002690      END-IF.
002700  3100-LEGGI-GIACENZA-EXIT.
002710      EXIT.
002720*----------------------------------------------------------------
002730  3200-CARICO.
002740      ADD TM-QUANTITA-N TO MAG-GIACENZA.
002750      MOVE CAR-DATA-MOV TO MAG-DATA-CARICO.
002760      MOVE TM-QUANTITA-N TO CAR-DIFFERENZA.
002765      MOVE SPACES TO MMV-RECORD.
002770      MOVE "C" TO MMV-CAUSALE.
002780      PERFORM 7000-SCRIVI-MOVIMENTO
002785          THRU 7000-SCRIVI-MOVIMENTO-EXIT.
002790      ADD 1 TO CAR-CARICHI.
002800  3200-CARICO-EXIT.
002810      EXIT.
002820*----------------------------------------------------------------
002830* LA QUANTITA CONTATA SOSTITUISCE LA GIACENZA; SUI MOVIMENTI VA
002840* SOLO LA DIFFERENZA
002850*----------------------------------------------------------------
002860  3300-RETTIFICA.
002870      COMPUTE CAR-DIFFERENZA = TM-QUANTITA-N - MAG-GIACENZA.
002880      MOVE TM-QUANTITA-N TO MAG-GIACENZA.
002890      MOVE CAR-DATA-MOV  TO MAG-DATA-INVENTARIO.
002900      IF CAR-DIFFERENZA NOT = ZERO
002905          MOVE SPACES TO MMV-RECORD
002910          MOVE "I" TO MMV-CAUSALE
002920          PERFORM 7000-SCRIVI-MOVIMENTO
002930              THRU 7000-SCRIVI-MOVIMENTO-EXIT
002940      END-IF.
002950      ADD 1 TO CAR-RETTIFICHE.
002960  3300-RETTIFICA-EXIT.
002970      EXIT.
002980*----------------------------------------------------------------
002990  3400-SCORTE.
003000      MOVE TM-QUANTITA-N TO MAG-SCORTA-MIN.
003010      IF TM-RIORDINO NOT = SPACES
003020          MOVE TM-RIORDINO-N TO MAG-QTA-RIORDINO
003030      END-IF.
003040      MOVE ZERO TO CAR-DIFFERENZA.
003050      ADD 1 TO CAR-SCORTE.
003060  3400-SCORTE-EXIT.
003070      EXIT.
003080*----------------------------------------------------------------
003090  3900-SALVA-GIACENZA.
003100      IF CAR-ARTICOLO-NUOVO
003110          WRITE MAG-RECORD
003120              INVALID KEY
003130                  DISPLAY "MAG100 - ERR SCRITTURA MAGAZZ "
003140                      MAG-COD-ART
003150          END-WRITE
003160      ELSE
003170          REWRITE MAG-RECORD
003180              INVALID KEY
003190                  DISPLAY "MAG100 - ERR RISCRITTURA MAGAZZ "
003200                      MAG-COD-ART
003210          END-REWRITE
003220      END-IF.
003230      MOVE TM-TIPO        TO CAR-D-TIPO.
003240      MOVE TM-COD-ART     TO CAR-D-COD-ART.
003250      MOVE ART-ANA-DES    TO CAR-D-DES.
003260      MOVE CAR-DIFFERENZA TO CAR-D-QUANTITA.
003270      MOVE CAR-GIAC-PRIMA TO CAR-D-GIAC-PRIMA.
003280      MOVE MAG-GIACENZA   TO CAR-D-GIAC-DOPO.
003290      WRITE LISTA-OUT-RECORD FROM CAR-RIGA-DETTAGLIO.
003300  3900-SALVA-GIACENZA-EXIT.
003310      EXIT.
003320*----------------------------------------------------------------
003330  7000-SCRIVI-MOVIMENTO.
003340      MOVE CAR-DATA-MOV   TO MMV-DATA.
003350      MOVE TM-COD-ART     TO MMV-COD-ART.
003360      MOVE CAR-DIFFERENZA TO MMV-QUANTITA.
003370      MOVE MAG-GIACENZA   TO MMV-GIACENZA.
003380      MOVE TM-RIFERIMENTO TO MMV-RIFERIMENTO.
003390      MOVE "MAG100"       TO MMV-PROGRAMMA.
003400      WRITE MMV-RECORD.
003402      IF CAR-FS-MOVMAG NOT = "00"
003404          DISPLAY "MAG100 - ERR SCRITTURA MAGMOVI "
003406              MMV-COD-ART " " CAR-FS-MOVMAG
003408      END-IF.
003410  7000-SCRIVI-MOVIMENTO-EXIT.
003420      EXIT.
003430*----------------------------------------------------------------
003440  7100-SCRIVI-SCARTO.
003450      MOVE SPACES     TO SCARTI-OUT-RECORD.
003460      MOVE TM-TIPO    TO SC-TIPO.
003470      MOVE TM-COD-ART TO SC-COD-ART.
003480      MOVE CAR-MOTIVO TO SC-MOTIVO.
003490      WRITE SCARTI-OUT-RECORD.
003500      ADD 1 TO CAR-SCARTATI.
003510  7100-SCRIVI-SCARTO-EXIT.
003520      EXIT.
003530*----------------------------------------------------------------
003540  8000-FINALIZZA.
003550      CLOSE TRANS-IN.
003560      CLOSE ARTANA-MST.
003570      CLOSE MAGAZZ-F.
003580      CLOSE MOVMAG-OUT.
003590      CLOSE LISTA-OUT.
003600      CLOSE SCARTI-OUT.
003610      DISPLAY "MAG100 - CARICHI FORNITORE : " CAR-CARICHI.
003620      DISPLAY "MAG100 - RETTIFICHE INVENT.: " CAR-RETTIFICHE.
003630      DISPLAY "MAG100 - SCORTE AGGIORNATE : " CAR-SCORTE.
003640      DISPLAY "MAG100 - TRANSAZIONI SCARTATE: " CAR-SCARTATI.
003650  8000-FINALIZZA-EXIT.
003660      EXIT.
