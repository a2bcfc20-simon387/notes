000234*                     ARTICOLO SENZA ANAGRAFICA = DESCRIZIONE IN
000235*                     BIANCO, LA FATTURA NON SI BLOCCA PERCHE IL
000236*                     PREZZO ARRIVA COMUNQUE DAL MASTER PREZZI.
000237* 15/10/2026 SR      IL MOVIMENTO "F" SU MOVIMFAT PORTA ANCHE
000238*                     ANNO E NUMERO DELLA FATTURA, COSI CLI200
000239*                     APRE LA PARTITA DEL DOCUMENTO (SCADENZA DAI
000240*                     GIORNI DI PAGAMENTO DEL CLIENTE) E GLI
000241*                     INCASSI LA POSSONO CHIUDERE PER RIFERIMENTO.
000242* 15/10/2026 SR      NOTE DI CREDITO: TESTATA CON TIPO DOCUMENTO
000243*                     "N" E RIFERIMENTO ANNO/NUMERO DELLA FATTURA
000244*                     DA STORNARE. OGNI RIGA VIENE CONTROLLATA
000245*                     SULLE RIGHE DELLA FATTURA ORIGINE (ARTICOLO
000246*                     E QUANTITA NON ANCORA STORNATA) E NE
000247*                     EREDITA PREZZO, CLASSE IVA E SCONTO. LA
000248*                     NOTA HA NUMERAZIONE PROPRIA SU NUMFAT, VA
000249*                     SUL REGISTRO FATTURE CON IMPORTI NEGATIVI
000250*                     PER ALIQUOTA E GENERA IL MOVIMENTO "N" SU
000251*                     MOVIMFAT CON IL RIFERIMENTO ALLA FATTURA.
000252*                     LE RIGHE DI TUTTI I DOCUMENTI EMESSI VANNO
000253*                     SUL MASTER INDEXED RIGFAT (TRACCIATO
000254*                     FATRIG). LA RISTAMPA DA REGISTRO ACCETTA IL
000255*                     TIPO DOCUMENTO SU FATPARM.
000256* 15/10/2026 SR      CONTROLLO FIDO: PRIMA DELLA STAMPA OGNI
000257*                     FATTURA VIENE VERIFICATA SUL MASTER CLIENTI
000258*                     (SALDO ATTUALE PIU FATTURATO DEL CICLO PIU
000259*                     TOTALE DOCUMENTO CONTRO CLI-FIDO, ZERO =
000260*                     NESSUN CONTROLLO) E SUL LIVELLO DI SOLLECITO
000261*                     DI SOLHISTI (LIVELLO 3 = ULTIMO AVVISO). LE
000262*                     FATTURE CHE NON PASSANO NON VENGONO NE
000263*                     STAMPATE NE NUMERATE: VANNO SUL MASTER
000264*                     INDEXED FATSOSP (TRACCIATO FATSOS) CON IL
000265*                     MOTIVO E RESTANO IN ATTESA DEL RILASCIO DI
000266*                     FAT300. A INIZIO CICLO LE FATTURE APPROVATE
000267*                     VENGONO EMESSE SENZA NUOVO CONTROLLO, CON
000268*                     NUMERO, REGISTRO E MOVIMENTO NORMALI.
000269*                     LE NOTE DI CREDITO NON SONO SOGGETTE A FIDO.
000270* 15/10/2026 SR      SCARICO DI MAGAZZINO: OGNI RIGA DI FATTURA
000271*                     EMESSA DIMINUISCE LA GIACENZA DELL'ARTICOLO
000272*                     SUL MASTER MAGAZZ E OGNI RIGA DI NOTA DI
000273*                     CREDITO LA RIPRISTINA (RESO), CON MOVIMENTO
000274*                     SU MAGMOVI (TRACCIATO MAGMOV). LE RIGHE CHE
000275*                     PORTANO LA GIACENZA SOTTO ZERO VENGONO
000276*                     SCARICATE COMUNQUE E SEGNALATE SUL TABULATO
000277*                     MAGNEG, COME GLI ARTICOLI NON A MAGAZZINO.
000278* 15/10/2026 SR      CONDIZIONI DI PREZZO PER CLIENTE: PRIMA DEL
000279*                     PREZZO DI LISTINO OGNI RIGA DI FATTURA
000280*                     CERCA SU CONDPRZ (TRACCIATO PRZCND) LA
000281*                     CONDIZIONE VALIDA ALLA DATA FATTURA PER
000282*                     CLIENTE E ARTICOLO, POI PER CLIENTE E
000283*                     CLASSE SCONTO DELL'ARTICOLO; A PARITA VALE
000284*                     QUELLA CON INIZIO VALIDITA PIU RECENTE. LO
000285*                     SCAGLIONE E SCELTO SULLA QUANTITA DELLA
000286*                     RIGA; PREZZO NETTO O PERCENTUALE SUL
000287*                     LISTINO. IL DOCUMENTO RIPORTA SOTTO LA RIGA
000288*                     LA CONDIZIONE APPLICATA. LO SCONTO DI
000289*                     TESTATA RESTA SCONTO DI DOCUMENTO. SENZA
000290*                     CONDPRZ SI FATTURA A LISTINO.
000291* 15/10/2026 SR      CONTABILITA GENERALE: OGNI DOCUMENTO EMESSO
000292*                     GENERA UNA REGISTRAZIONE SUL GIORNALE
000293*                     CONTABILE GIOCONT (TRACCIATO GIOMOV, CONTI
000294*                     DA PDCTAB). FATTURA: DARE CREDITI VERSO
000295*                     CLIENTI PER IL TOTALE, AVERE RICAVI PER
000296*                     L'IMPONIBILE E IVA A DEBITO PER ALIQUOTA.
000297*                     NOTA DI CREDITO: DARE RESI SU VENDITE E IVA
000298*                     PER ALIQUOTA, AVERE CLIENTI C/NOTE CREDITO
000299*                     DA APPLICARE, CHIUSO DA CLI200 QUANDO LA
000300*                     NOTA VIENE APPLICATA AL CLIENTE. LA
000301*                     QUADRATURA E VERIFICATA DA BIL100.
000302* 15/10/2026 SR      LOTTO MOVIMENTI: MOVIMFAT INIZIA CON UN
000303*                     RECORD DI TESTATA E FINISCE CON UN RECORD
000304*                     DI CODA (TRACCIATO MOVLOT) CON ID LOTTO
000305*                     FAT200 + DATA + ORA DEL CICLO, NUMERO DEI
000306*                     MOVIMENTI E TOTALE IMPORTI, VERIFICATI DA
000307*                     CLI200 PRIMA DI APPLICARE IL FILE.
000308* 15/10/2026 SR      NOTA DI CREDITO SU FATTURA EMESSA PRIMA DEL
000309*                     MASTER RIGFAT: SENZA RIGHE ORIGINE LA
000310*                     FATTURA VIENE CERCATA SUL REGISTRO REGFAT
000311*                     (NUMERO, ANNO, CLIENTE E TOTALE); LE RIGHE
000312*                     DELLA NOTA SI VALORIZZANO A LISTINO CON LO
000313*                     SCONTO DELLA TESTATA E IL TOTALE DELLA NOTA
000314*                     NON PUO SUPERARE IL TOTALE DELLA FATTURA
000315*                     MENO LE NOTE GIA EMESSE SULLA STESSA.
000316*----------------------------------------------------------------
000317*================================================================
000318  ENVIRONMENT DIVISION.
000319*================================================================
000320  CONFIGURATION SECTION.
000321  SOURCE-COMPUTER.   IBM-370.
000322  OBJECT-COMPUTER.   IBM-370.
000323  INPUT-OUTPUT SECTION.
000324  FILE-CONTROL.
000325      SELECT FATDOC-IN   ASSIGN TO FATDOCIN
000326          ORGANIZATION IS SEQUENTIAL
000327          FILE STATUS IS FAT-FS-IN.
000330      SELECT PREZZI-MST  ASSIGN TO PREZZI
000340          ORGANIZATION IS INDEXED
000350          ACCESS MODE IS RANDOM
000448          ACCESS MODE IS RANDOM
000449          RECORD KEY IS ART-ANA-COD
000451          FILE STATUS IS FAT-FS-ARTANA.
000452      SELECT RIGFAT-F    ASSIGN TO RIGFAT
000453          ORGANIZATION IS INDEXED
000454          ACCESS MODE IS DYNAMIC
000455          RECORD KEY IS FRR-CHIAVE
000456          FILE STATUS IS FAT-FS-RIGFAT.
000457      SELECT CLIENTI-F   ASSIGN TO CLIENTI
000458          ORGANIZATION IS INDEXED
000459          ACCESS MODE IS RANDOM
000460          RECORD KEY IS CLI-CHIAVE
000461          FILE STATUS IS FAT-FS-CLIENTI.
000462      SELECT STORICO-F   ASSIGN TO SOLHISTI
000463          ORGANIZATION IS INDEXED
000464          ACCESS MODE IS RANDOM
000465          RECORD KEY IS SOH-COD
000466          FILE STATUS IS FAT-FS-STORICO.
000467      SELECT SOSPESI-F   ASSIGN TO FATSOSP
000468          ORGANIZATION IS INDEXED
000469          ACCESS MODE IS DYNAMIC
000470          RECORD KEY IS FSP-CHIAVE
000471          FILE STATUS IS FAT-FS-SOSPESI.
000472      SELECT MAGAZZ-F    ASSIGN TO MAGAZZ
000473          ORGANIZATION IS INDEXED
000474          ACCESS MODE IS RANDOM
000475          RECORD KEY IS MAG-COD-ART
000476          FILE STATUS IS FAT-FS-MAGAZZ.
000477      SELECT MOVMAG-OUT  ASSIGN TO MAGMOVI
000478          ORGANIZATION IS SEQUENTIAL
000479          FILE STATUS IS FAT-FS-MOVMAG.
000480      SELECT NEGATIVI-OUT ASSIGN TO MAGNEG
000481          ORGANIZATION IS SEQUENTIAL
000482          FILE STATUS IS FAT-FS-NEGATIVI.
000483      SELECT CONDIZ-MST  ASSIGN TO CONDPRZ
000484          ORGANIZATION IS INDEXED
000485          ACCESS MODE IS DYNAMIC
000486          RECORD KEY IS PCN-CHIAVE
000487          FILE STATUS IS FAT-FS-CONDIZ.
000488      SELECT GIORNALE-OUT ASSIGN TO GIOCONT
000489          ORGANIZATION IS SEQUENTIAL
000490          FILE STATUS IS FAT-FS-GIORNALE.
000491*================================================================
000492  DATA DIVISION.
000493*================================================================
000494  FILE SECTION.
000495  FD  FATDOC-IN
000496      LABEL RECORDS ARE STANDARD
000500      RECORDING MODE IS F.
000510  01  FATDOC-IN-RECORD.
000520      05  FD-TIPO                 PIC X(01).
000560          10  FD-T-SCONTO         PIC X(02).
000570          10  FD-T-SCONTO-N REDEFINES FD-T-SCONTO
000580                                  PIC V99.
000581          10  FD-T-TIPO-DOC       PIC X(01).
000582          10  FD-T-RIF-ANNO       PIC X(04).
000583          10  FD-T-RIF-ANNO-N REDEFINES FD-T-RIF-ANNO
000584                                  PIC 9(04).
000585          10  FD-T-RIF-NUMERO     PIC X(05).
000586          10  FD-T-RIF-NUMERO-N REDEFINES FD-T-RIF-NUMERO
000587                                  PIC 9(05).
000590          10  FILLER              PIC X(62).
000600      05  FD-R-RIGA REDEFINES FD-DATI.
000610          10  FD-R-COD-ART        PIC X(07).
000620          10  FD-R-QUANTITA       PIC X(04).
000829      05  MF-TIPO                 PIC X(01).
000830      05  MF-IMPORTO              PIC 9(07)V99.
000831      05  MF-DATA-VALUTA          PIC X(08).
000832      05  MF-RIF-ANNO             PIC 9(04).
000833      05  MF-RIF-NUMERO           PIC 9(05).
000834      05  FILLER                  PIC X(48).
000835      COPY MOVLOT.
000836  FD  PARM-IN
000837      LABEL RECORDS ARE STANDARD
000838      RECORDING MODE IS F.
000839  01  PARM-IN-RECORD.
000840      05  FP-MODO                 PIC X(01).
000841      05  FP-DA                   PIC X(05).
000842      05  FP-DA-N REDEFINES FP-DA PIC 9(05).
000843      05  FP-A                    PIC X(05).
000844      05  FP-A-N REDEFINES FP-A  PIC 9(05).
000845      05  FP-TIPO-DOC             PIC X(01).
000846      05  FILLER                  PIC X(68).
000847  FD  NUMERO-F
000848      LABEL RECORDS ARE STANDARD
000849      RECORDING MODE IS F.
000850  01  NUMERO-RECORD.
000851      05  NUM-ANNO                PIC 9(04).
000852      05  NUM-ULTIMO              PIC 9(05).
000853      05  NUM-ULTIMA-NOTA         PIC 9(05).
000854      05  FILLER                  PIC X(02).
000855  FD  REGFAT-F
000856      LABEL RECORDS ARE STANDARD
000857      RECORDING MODE IS F.
000858      COPY FATREG.
000859  FD  ARTANA-MST
000860      LABEL RECORDS ARE STANDARD.
000861      COPY ARTREC.
000862  FD  RIGFAT-F
000863      LABEL RECORDS ARE STANDARD.
000864      COPY FATRIG.
000865  FD  CLIENTI-F
000866      LABEL RECORDS ARE STANDARD.
000867      COPY CLIREC.
000868  FD  STORICO-F
000869      LABEL RECORDS ARE STANDARD.
000870      COPY SOLHST.
000871  FD  SOSPESI-F
000872      LABEL RECORDS ARE STANDARD.
000873      COPY FATSOS.
000874  FD  MAGAZZ-F
000875      LABEL RECORDS ARE STANDARD.
000876      COPY MAGREC.
000877  FD  MOVMAG-OUT
000878      LABEL RECORDS ARE STANDARD
000879      RECORDING MODE IS F.
000880      COPY MAGMOV.
000881  FD  NEGATIVI-OUT
000882      LABEL RECORDS ARE STANDARD
000883      RECORDING MODE IS F.
000884  01  NEGATIVI-OUT-RECORD.
000885      05  FN-TIPO-DOC             PIC X(01).
000886      05  FILLER                  PIC X(01) VALUE SPACES.
000887      05  FN-NUMERO               PIC 9(05).
000888      05  FILLER                  PIC X(02) VALUE SPACES.
000889      05  FN-CLIENTE              PIC X(05).
000890      05  FILLER                  PIC X(02) VALUE SPACES.
000891      05  FN-COD-ART              PIC X(07).
000892      05  FILLER                  PIC X(02) VALUE SPACES.
000893      05  FN-QUANTITA             PIC -,---,--9.
000894      05  FILLER                  PIC X(02) VALUE SPACES.
000895      05  FN-GIACENZA             PIC -,---,--9.
000896      05  FILLER                  PIC X(02) VALUE SPACES.
000897      05  FN-MOTIVO               PIC X(30).
000898      05  FILLER                  PIC X(03).
000899  FD  CONDIZ-MST
000900      LABEL RECORDS ARE STANDARD.
000901      COPY PRZCND.
000902  FD  GIORNALE-OUT
000903      LABEL RECORDS ARE STANDARD
000904      RECORDING MODE IS F.
000905      COPY GIOMOV.
000906  WORKING-STORAGE SECTION.
000907  77  FAT-FS-IN                    PIC X(02) VALUE SPACES.
000908  77  FAT-FS-PREZZI                PIC X(02) VALUE SPACES.
000909  77  FAT-FS-DOCUM                 PIC X(02) VALUE SPACES.
000910  77  FAT-FS-ERRORI                PIC X(02) VALUE SPACES.
000911  77  FAT-FS-MOVIM                 PIC X(02) VALUE SPACES.
000912  77  FAT-FS-PARM                  PIC X(02) VALUE SPACES.
000913  77  FAT-MOVIMENTI                PIC 9(05) COMP VALUE ZERO.
000914  77  FAT-TOT-MOVIMENTI            PIC 9(11)V99 VALUE ZERO.
000915  77  FAT-FS-NUMERO                PIC X(02) VALUE SPACES.
000916  77  FAT-FS-REGFAT                PIC X(02) VALUE SPACES.
000917  77  FAT-FS-ARTANA                PIC X(02) VALUE SPACES.
000918  77  FAT-FS-RIGFAT                PIC X(02) VALUE SPACES.
000919  77  FAT-NUM-NOTA                 PIC 9(05) COMP VALUE ZERO.
000920  77  FAT-NUM-DOC                  PIC 9(05) COMP VALUE ZERO.
000921  77  FAT-NOTE-EMESSE              PIC 9(05) COMP VALUE ZERO.
000922  77  FAT-RIF-ANNO                 PIC 9(04) VALUE ZERO.
000923  77  FAT-RIF-NUMERO               PIC 9(05) VALUE ZERO.
000924  77  FAT-CLIENTE-ORIG             PIC X(05) VALUE SPACES.
000925  77  FAT-RESIDUO-ORIG             PIC S9(09)V99 VALUE ZERO.
000926  77  FAT-QTA-USATA                PIC 9(05) COMP VALUE ZERO.
000927  77  FAT-QTA-LIBERA               PIC S9(05) COMP VALUE ZERO.
000928  77  FAT-J                        PIC 9(02) COMP VALUE ZERO.
000929  77  FAT-RIST-TIPO                PIC X(01) VALUE "F".
000930  77  FAT-FS-CLIENTI               PIC X(02) VALUE SPACES.
000931  77  FAT-FS-STORICO               PIC X(02) VALUE SPACES.
000932  77  FAT-FS-SOSPESI               PIC X(02) VALUE SPACES.
000933  77  FAT-FS-MAGAZZ                PIC X(02) VALUE SPACES.
000934  77  FAT-FS-MOVMAG                PIC X(02) VALUE SPACES.
000935  77  FAT-FS-NEGATIVI              PIC X(02) VALUE SPACES.
000936  77  FAT-SCARICHI                 PIC 9(05) COMP VALUE ZERO.
000937  77  FAT-NEGATIVI                 PIC 9(05) COMP VALUE ZERO.
000938  77  FAT-FS-CONDIZ                PIC X(02) VALUE SPACES.
000939  77  FAT-RIGHE-CONDIZ             PIC 9(05) COMP VALUE ZERO.
000940  77  FAT-CLASSE-SC                PIC X(02) VALUE SPACES.
000941  77  FAT-COND-CHIAVE              PIC X(21) VALUE SPACES.
000942  77  FAT-S                        PIC 9(01) COMP VALUE ZERO.
000943  77  FAT-SCAGLIONE                PIC 9(01) COMP VALUE ZERO.
000944  77  FAT-ULTIMO-SOSP              PIC 9(05) COMP VALUE ZERO.
000945  77  FAT-SOSPESE                  PIC 9(05) COMP VALUE ZERO.
000946  77  FAT-RILASCIATE               PIC 9(05) COMP VALUE ZERO.
000947  77  FAT-ESPOSIZIONE              PIC S9(13)V99 VALUE ZERO.
000948  77  FAT-SALDO-CLI                PIC S9(7)V99 VALUE ZERO.
000949  77  FAT-FIDO-CLI                 PIC S9(7)V99 VALUE ZERO.
000950  77  FAT-LIVELLO                  PIC 9(01) VALUE ZERO.
000951  77  FAT-MOTIVO-SOSP              PIC X(30) VALUE SPACES.
000952  77  FAT-CONTA-ESP                PIC 9(03) COMP VALUE ZERO.
000953  77  FAT-POS-ESP                  PIC 9(03) COMP VALUE ZERO.
000954  77  FAT-E                        PIC 9(03) COMP VALUE ZERO.
000955  77  FAT-CONTA-RIL                PIC 9(03) COMP VALUE ZERO.
000956  77  FAT-R                        PIC 9(03) COMP VALUE ZERO.
000957  77  FAT-TESTATA-IMG              PIC X(80) VALUE SPACES.
000958  77  FAT-RIST-DA                  PIC 9(05) VALUE ZERO.
000959  77  FAT-RIST-A                   PIC 9(05) VALUE 99999.
000960  77  FAT-RISTAMPATE               PIC 9(05) COMP VALUE ZERO.
000961  77  FAT-ALIQUOTA-IVA             PIC V99 VALUE .22.
000962  77  FAT-ALIQUOTA-RIDOTTA         PIC V99 VALUE .10.
000963  77  FAT-LORDO-NORM               PIC S9(13)V99 VALUE ZERO.
000964  77  FAT-LORDO-RID                PIC S9(13)V99 VALUE ZERO.
000965  77  FAT-IMPON-NORM               PIC S9(13)V99 VALUE ZERO.
000966  77  FAT-IMPON-RID                PIC S9(13)V99 VALUE ZERO.
000967  77  FAT-IVA-NORM                 PIC S9(13)V99 VALUE ZERO.
000968  77  FAT-IVA-RID                  PIC S9(13)V99 VALUE ZERO.
000969  77  FAT-NUM-FATTURA              PIC 9(05) COMP VALUE ZERO.
000970  77  FAT-EMESSE                   PIC 9(05) COMP VALUE ZERO.
000971  77  FAT-BLOCCATE                 PIC 9(05) COMP VALUE ZERO.
000972  77  FAT-RIGHE-ERRORE             PIC 9(05) COMP VALUE ZERO.
000973  77  FAT-CONTA-RIGHE              PIC 9(02) COMP VALUE ZERO.
000974  77  FAT-CLIENTE                  PIC X(05) VALUE SPACES.
000975  77  FAT-SCONTO                   PIC V99   VALUE ZERO.
000976  77  FAT-LORDO                    PIC S9(13)V99 VALUE ZERO.
000977  77  FAT-IMPONIBILE               PIC S9(13)V99 VALUE ZERO.
000980  77  FAT-IVA                      PIC S9(13)V99 VALUE ZERO.
000990  77  FAT-TOTALE                   PIC S9(13)V99 VALUE ZERO.
000991  77  FAT-FS-GIORNALE              PIC X(02) VALUE SPACES.
000992  77  FAT-GIO-REG                  PIC 9(05) COMP VALUE ZERO.
000993  77  FAT-GIO-RIGA                 PIC 9(03) COMP VALUE ZERO.
000994  77  FAT-GIO-RIGHE                PIC 9(05) COMP VALUE ZERO.
000995  77  FAT-GIO-CONTO                PIC X(06) VALUE SPACES.
000996  77  FAT-GIO-SEGNO                PIC X(01) VALUE SPACES.
000997  77  FAT-GIO-IMPORTO              PIC S9(11)V99 VALUE ZERO.
001000  01  FAT-SWITCHES.
001010      05  FAT-EOF-SW               PIC X(01) VALUE "N".
001020          88  FAT-EOF-IN                     VALUE "S".
001064          88  FAT-MODO-RISTAMPA              VALUE "R".
001066      05  FAT-EOF-REG-SW           PIC X(01) VALUE "N".
001068          88  FAT-EOF-REGISTRO               VALUE "S".
001069      05  FAT-DOC-SW               PIC X(01) VALUE "F".
001070          88  FAT-NOTA-CREDITO               VALUE "N".
001071      05  FAT-ORIGINE-SW           PIC X(01) VALUE "N".
001072          88  FAT-ORIGINE-VALIDA             VALUE "S".
001073          88  FAT-ORIGINE-DA-REGISTRO        VALUE "R".
001074      05  FAT-REG-SW               PIC X(01) VALUE "N".
001075          88  FAT-FATTURA-A-REGISTRO         VALUE "S".
001076      05  FAT-FINE-RIG-SW          PIC X(01) VALUE "N".
001077          88  FAT-FINE-RIGHE                 VALUE "S".
001078      05  FAT-ART-SW               PIC X(01) VALUE "N".
001079          88  FAT-ARTICOLO-IN-FATTURA        VALUE "S".
001080      05  FAT-TROVATA-SW           PIC X(01) VALUE "N".
001081          88  FAT-RIGA-TROVATA               VALUE "S".
001082      05  FAT-SOSP-SW              PIC X(01) VALUE "N".
001083          88  FAT-DOCUMENTO-SOSPESO          VALUE "S".
001084      05  FAT-RIL-SW               PIC X(01) VALUE "N".
001085          88  FAT-DA-RILASCIO                VALUE "S".
001086      05  FAT-STORICO-SW           PIC X(01) VALUE "N".
001087          88  FAT-STORICO-PRESENTE           VALUE "S".
001088      05  FAT-EOF-SOSP-SW          PIC X(01) VALUE "N".
001089          88  FAT-EOF-SOSPESI                VALUE "S".
001090      05  FAT-CONDIZ-SW            PIC X(01) VALUE "N".
001091          88  FAT-CONDIZ-PRESENTE            VALUE "S".
001092      05  FAT-COND-SW              PIC X(01) VALUE "N".
001093          88  FAT-COND-TROVATA               VALUE "S".
001094      05  FAT-FINE-COND-SW         PIC X(01) VALUE "N".
001095          88  FAT-FINE-CONDIZIONI            VALUE "S".
001096*----------------------------------------------------------------
001097* FATTURATO DEL CICLO PER CLIENTE, NON ANCORA SUL SALDO
001098*----------------------------------------------------------------
001099  01  FAT-TAB-ESPOSTO.
001100      05  FAT-ESPOSTO OCCURS 300 TIMES.
001101          10  FAT-E-CLIENTE       PIC X(05).
001102          10  FAT-E-IMPORTO       PIC S9(13)V99.
001103  01  FAT-TAB-RILASCI.
001104      05  FAT-RIL-ID              PIC 9(05)
001105              OCCURS 200 TIMES.
001106  01  FAT-IMG-RIGA.
001107      05  FAT-IMG-TIPO             PIC X(01).
001108      05  FAT-IMG-COD-ART          PIC X(07).
001109      05  FAT-IMG-QUANTITA         PIC 9(04).
001110      05  FILLER                   PIC X(68).
001111  01  FAT-TAB-RIGHE.
001112      05  FAT-RIGA OCCURS 50 TIMES
001113              INDEXED BY FAT-X.
001114          10  FAT-T-COD-ART       PIC X(07).
001115          10  FAT-T-QUANTITA      PIC 9(04).
001120          10  FAT-T-PREZZO        PIC 9(06).
001130          10  FAT-T-IMPORTO       PIC 9(10).
001135          10  FAT-T-CLASSE        PIC X(01).
001137          10  FAT-T-DES           PIC X(30).
001138          10  FAT-T-RIGA-ORIG     PIC 9(02).
001139          10  FAT-T-COND-TIPO     PIC X(01).
001140          10  FAT-T-COND-CODICE   PIC X(07).
001141          10  FAT-T-COND-DES      PIC X(20).
001142          10  FAT-T-COND-INIZIO   PIC X(08).
001143          10  FAT-T-COND-SCAGL    PIC 9(01).
001144  01  FAT-RIGA-TITOLO.
001150      05  FAT-H-TIPO-DOC           PIC X(11)
001160              VALUE "FATTURA N. ".
001170      05  FAT-H-NUMERO             PIC ZZZZ9.
001180      05  FILLER                   PIC X(05) VALUE " DEL ".
001470      05  FILLER                   PIC X(14)
001480              VALUE "   BLOCCATE : ".
001490      05  FAT-R-BLOCCATE           PIC ZZ,ZZ9.
001492      05  FILLER                   PIC X(16)
001494              VALUE "   NOTE CRED. : ".
001496      05  FAT-R-NOTE               PIC ZZ,ZZ9.
001500      05  FILLER                   PIC X(14) VALUE SPACES.
001502  01  FAT-OGGI.
001503      05  FAT-OGGI-AAAA            PIC 9(04).
001504      05  FILLER                   PIC X(04).
001505  01  FAT-DATA-REGISTRO.
001506      05  FAT-DR-ANNO              PIC 9(04).
001507      05  FILLER                   PIC X(04).
001508  01  FAT-MAG-RIFERIMENTO.
001509      05  FAT-M-TIPO               PIC X(03).
001510      05  FAT-M-NUMERO             PIC 9(05).
001511      05  FILLER                   PIC X(01) VALUE "/".
001512      05  FAT-M-ANNO               PIC 9(04).
001513  01  FAT-ORA-LOTTO.
001514      05  FAT-L-ORA                PIC X(06).
001515      05  FILLER                   PIC X(02).
001516  01  FAT-GIO-DESCRIZIONE.
001517      05  FAT-GD-TESTO             PIC X(21).
001518      05  FAT-GD-CLIENTE           PIC X(05).
001519      05  FILLER                   PIC X(04) VALUE SPACES.
001520      COPY PDCTAB.
001521  01  FAT-RIGA-CONDIZIONE.
001522      05  FILLER                   PIC X(09) VALUE SPACES.
001523      05  FILLER                   PIC X(12) VALUE "CONDIZIONE ".
001524      05  FAT-C-TIPO               PIC X(10).
001525      05  FAT-C-CODICE             PIC X(08).
001526      05  FAT-C-DES                PIC X(20).
001527      05  FILLER                   PIC X(04) VALUE "DAL ".
001528      05  FAT-C-INIZIO             PIC X(09).
001529      05  FILLER                   PIC X(06) VALUE "SCAGL.".
001530      05  FAT-C-SCAGL              PIC Z9.
001531  01  FAT-COND-PREFISSO.
001532      05  FAT-CP-CLIENTE           PIC X(05).
001533      05  FAT-CP-TIPO              PIC X(01).
001534      05  FAT-CP-CODICE            PIC X(07).
001535  01  FAT-RIGA-RISTAMPA.
001536      05  FILLER                   PIC X(22)
001537              VALUE "RISTAMPA DA REGISTRO  ".
001538      05  FILLER                   PIC X(58) VALUE SPACES.
001539  01  FAT-RIGA-RIFERIMENTO.
001540      05  FILLER                   PIC X(26)
001541              VALUE "A STORNO DELLA FATTURA N. ".
001542      05  FAT-F-RIF-NUMERO         PIC ZZZZ9.
001543      05  FILLER                   PIC X(01) VALUE "/".
001544      05  FAT-F-RIF-ANNO           PIC 9(04).
001545      05  FILLER                   PIC X(44) VALUE SPACES.
001546  01  FAT-RIGA-FINALE-2.
001547      05  FILLER                   PIC X(18)
001548              VALUE "FATTURE SOSPESE : ".
001549      05  FAT-R-SOSPESE            PIC ZZ,ZZ9.
001550      05  FILLER                   PIC X(15)
001551              VALUE "  RILASCIATE : ".
001552      05  FAT-R-RILASCIATE         PIC ZZ,ZZ9.
001553      05  FILLER                   PIC X(35) VALUE SPACES.
001554*================================================================
001555  PROCEDURE DIVISION.
001556*================================================================
001557  0000-MAINLINE.
001558      PERFORM 0500-LEGGI-PARAMETRI
001559          THRU 0500-LEGGI-PARAMETRI-EXIT.
001560      IF FAT-MODO-RISTAMPA
001561          PERFORM 5000-RISTAMPA-REGISTRO
001562              THRU 5000-RISTAMPA-REGISTRO-EXIT
001563          STOP RUN
001564      END-IF.
001565      PERFORM 1000-INIZIALIZZA THRU 1000-INIZIALIZZA-EXIT.
001566      PERFORM 4000-EMETTI-RILASCIATE
001567          THRU 4000-EMETTI-RILASCIATE-EXIT.
001568      PERFORM 2000-LETTURA THRU 2000-LETTURA-EXIT.
001570      PERFORM 3000-ELABORA-RECORD THRU 3000-ELABORA-RECORD-EXIT
001580          UNTIL FAT-EOF-IN.
001590      PERFORM 3500-CHIUDI-FATTURA THRU 3500-CHIUDI-FATTURA-EXIT.
001627                  IF FP-A NUMERIC
001628                      MOVE FP-A-N TO FAT-RIST-A
001629                  END-IF
001630                  IF FP-TIPO-DOC = "N"
001631                      MOVE "N" TO FAT-RIST-TIPO
001632                  END-IF
001633              END-IF
001634      END-READ.
001635      CLOSE PARM-IN.
001636  0500-LEGGI-PARAMETRI-EXIT.
001637      EXIT.
001638*----------------------------------------------------------------
001639  1000-INIZIALIZZA.
001640      OPEN INPUT  FATDOC-IN.
001650      IF FAT-FS-IN NOT = "00"
001660          DISPLAY "FAT200 - ERR APERTURA FATDOC-IN " FAT-FS-IN
001772          DISPLAY "FAT200 - ERR APERTURA REGFAT " FAT-FS-REGFAT
001773          STOP RUN
001774      END-IF.
001775      OPEN I-O RIGFAT-F.
001776      IF FAT-FS-RIGFAT = "35"
001777          OPEN OUTPUT RIGFAT-F
001778          CLOSE RIGFAT-F
001779          OPEN I-O RIGFAT-F
001780      END-IF.
001781      IF FAT-FS-RIGFAT NOT = "00"
001782          DISPLAY "FAT200 - ERR APERTURA RIGFAT " FAT-FS-RIGFAT
001783          STOP RUN
001784      END-IF.
001785      OPEN INPUT CLIENTI-F.
001786      IF FAT-FS-CLIENTI NOT = "00"
001787          DISPLAY "FAT200 - ERR APERTURA CLIENTI " FAT-FS-CLIENTI
001788          STOP RUN
001789      END-IF.
001790      OPEN INPUT STORICO-F.
001791      IF FAT-FS-STORICO = "35"
001792          DISPLAY "FAT200 - SOLHISTI ASSENTE, NESSUN CONTROLLO "
001793              "LIVELLO SOLLECITO"
001794      ELSE
001795          IF FAT-FS-STORICO NOT = "00"
001796              DISPLAY "FAT200 - ERR APERTURA SOLHISTI "
001797                  FAT-FS-STORICO
001798              STOP RUN
001799          END-IF
001800          SET FAT-STORICO-PRESENTE TO TRUE
001801      END-IF.
001802      OPEN I-O SOSPESI-F.
001803      IF FAT-FS-SOSPESI = "35"
001804          OPEN OUTPUT SOSPESI-F
001805          CLOSE SOSPESI-F
001806          OPEN I-O SOSPESI-F
001807      END-IF.
001808      IF FAT-FS-SOSPESI NOT = "00"
001809          DISPLAY "FAT200 - ERR APERTURA FATSOSP " FAT-FS-SOSPESI
001810          STOP RUN
001811      END-IF.
001812      OPEN I-O MAGAZZ-F.
001813      IF FAT-FS-MAGAZZ = "35"
001814          OPEN OUTPUT MAGAZZ-F
001815          CLOSE MAGAZZ-F
001816          OPEN I-O MAGAZZ-F
001817      END-IF.
001818      IF FAT-FS-MAGAZZ NOT = "00"
001819          DISPLAY "FAT200 - ERR APERTURA MAGAZZ " FAT-FS-MAGAZZ
001820          STOP RUN
001821      END-IF.
001822      OPEN EXTEND MOVMAG-OUT.
001823      IF FAT-FS-MOVMAG = "35"
001824          OPEN OUTPUT MOVMAG-OUT
001825      END-IF.
001826      IF FAT-FS-MOVMAG NOT = "00"
001827          DISPLAY "FAT200 - ERR APERTURA MAGMOVI " FAT-FS-MOVMAG
001828          STOP RUN
001829      END-IF.
001830      OPEN OUTPUT NEGATIVI-OUT.
001831      OPEN INPUT CONDIZ-MST.
001832      IF FAT-FS-CONDIZ = "35"
001833          DISPLAY "FAT200 - CONDPRZ ASSENTE, PREZZI DA LISTINO"
001834      ELSE
001835          IF FAT-FS-CONDIZ NOT = "00"
001836              DISPLAY "FAT200 - ERR APERTURA CONDPRZ "
001837                  FAT-FS-CONDIZ
001838              STOP RUN
001839          END-IF
001840          SET FAT-CONDIZ-PRESENTE TO TRUE
001841      END-IF.
001842      OPEN EXTEND GIORNALE-OUT.
001843      IF FAT-FS-GIORNALE = "35"
001844          OPEN OUTPUT GIORNALE-OUT
001845      END-IF.
001846      IF FAT-FS-GIORNALE NOT = "00"
001847          DISPLAY "FAT200 - ERR APERTURA GIOCONT " FAT-FS-GIORNALE
001848          STOP RUN
001849      END-IF.
001850      ACCEPT FAT-ORA-LOTTO FROM TIME.
001851      MOVE SPACES             TO MLT-RECORD.
001852      MOVE "H"                TO MLT-TIPO-REC.
001853      MOVE "FAT200"           TO MLT-PROGRAMMA.
001854      MOVE FAT-OGGI           TO MLT-DATA-LOTTO.
001855      MOVE FAT-L-ORA          TO MLT-ORA-LOTTO.
001856      MOVE ZERO               TO MLT-NUM-RECORD MLT-TOT-IMPORTI.
001857      WRITE MLT-RECORD.
001858      PERFORM 1100-LEGGI-NUMERAZIONE
001859          THRU 1100-LEGGI-NUMERAZIONE-EXIT.
001860  1000-INIZIALIZZA-EXIT.
001861      EXIT.
001862*----------------------------------------------------------------
001863  1100-LEGGI-NUMERAZIONE.
001864      MOVE ZERO TO FAT-NUM-FATTURA.
001865      OPEN INPUT NUMERO-F.
001866      IF FAT-FS-NUMERO = "35"
001867          DISPLAY "FAT200 - NUMFAT ASSENTE, NUMERAZIONE DA ZERO"
001868          GO TO 1100-LEGGI-NUMERAZIONE-EXIT
001869      END-IF.
001870      IF FAT-FS-NUMERO NOT = "00"
001871          DISPLAY "FAT200 - ERR APERTURA NUMFAT " FAT-FS-NUMERO
001872          STOP RUN
001873      END-IF.
001874      READ NUMERO-F
001875          AT END
001876              CONTINUE
001877          NOT AT END
001878              IF NUM-ANNO = FAT-OGGI-AAAA
001879                  MOVE NUM-ULTIMO TO FAT-NUM-FATTURA
001880                  IF NUM-ULTIMA-NOTA NUMERIC
001881                      MOVE NUM-ULTIMA-NOTA TO FAT-NUM-NOTA
001882                  END-IF
001883              ELSE
001884                  DISPLAY "FAT200 - CAMBIO ANNO, NUMERAZIONE "
001885                      "AZZERATA"
001886              END-IF
001887      END-READ.
001888      CLOSE NUMERO-F.
001889  1100-LEGGI-NUMERAZIONE-EXIT.
001890      EXIT.
001891*----------------------------------------------------------------
001892  2000-LETTURA.
001893      READ FATDOC-IN
001894          AT END
001895              MOVE "S" TO FAT-EOF-SW
001896      END-READ.
001897  2000-LETTURA-EXIT.
001898      EXIT.
001899*----------------------------------------------------------------
001900  3000-ELABORA-RECORD.
001901      IF FD-TIPO = "T"
001902          PERFORM 3500-CHIUDI-FATTURA
001910              THRU 3500-CHIUDI-FATTURA-EXIT
001920          PERFORM 3400-APRI-FATTURA
001930              THRU 3400-APRI-FATTURA-EXIT
002100*----------------------------------------------------------------
002110  3400-APRI-FATTURA.
002120      MOVE FD-T-CLIENTE TO FAT-CLIENTE.
002125      MOVE FATDOC-IN-RECORD TO FAT-TESTATA-IMG.
002130      IF FD-T-SCONTO NUMERIC
002140          MOVE FD-T-SCONTO-N TO FAT-SCONTO
002150      ELSE
002180      MOVE ZERO TO FAT-CONTA-RIGHE.
002190      MOVE "N"  TO FAT-BLOCCO-SW.
002200      SET FAT-FATTURA-APERTA TO TRUE.
002201      IF FD-T-TIPO-DOC = "N"
002202          MOVE "N" TO FAT-DOC-SW
002203          PERFORM 3450-VERIFICA-ORIGINE
002204              THRU 3450-VERIFICA-ORIGINE-EXIT
002205      ELSE
002206          MOVE "F" TO FAT-DOC-SW
002207      END-IF.
002210  3400-APRI-FATTURA-EXIT.
002220      EXIT.
002221*----------------------------------------------------------------
002222  3450-VERIFICA-ORIGINE.
002223      MOVE "N" TO FAT-ORIGINE-SW.
002224      MOVE ZERO TO FAT-RIF-ANNO FAT-RIF-NUMERO.
002225      MOVE SPACES      TO ERRORI-OUT-RECORD.
002226      MOVE FAT-CLIENTE TO FE-CLIENTE.
002227      MOVE SPACES      TO FE-COD-ART.
002228      IF FD-T-RIF-NUMERO NOT NUMERIC
002229       OR FD-T-RIF-NUMERO-N = ZERO
002230          SET FAT-FATTURA-BLOCCATA TO TRUE
002231          MOVE "RIFERIMENTO FATTURA ERRATO" TO FE-MOTIVO
002232          PERFORM 7000-SCRIVI-ERRORE
002233              THRU 7000-SCRIVI-ERRORE-EXIT
002234          GO TO 3450-VERIFICA-ORIGINE-EXIT
002235      END-IF.
002236      MOVE FD-T-RIF-NUMERO-N TO FAT-RIF-NUMERO.
002237      IF FD-T-RIF-ANNO NUMERIC
002238          MOVE FD-T-RIF-ANNO-N TO FAT-RIF-ANNO
002239      ELSE
002240          MOVE FAT-OGGI-AAAA   TO FAT-RIF-ANNO
002241      END-IF.
002242      MOVE "F"            TO FRR-TIPO-DOC.
002243      MOVE FAT-RIF-ANNO   TO FRR-ANNO.
002244      MOVE FAT-RIF-NUMERO TO FRR-NUMERO.
002245      MOVE 1              TO FRR-RIGA.
002246      READ RIGFAT-F
002247          INVALID KEY
002248              PERFORM 3460-CERCA-SU-REGISTRO
002249                  THRU 3460-CERCA-SU-REGISTRO-EXIT
002252          NOT INVALID KEY
002253              IF FRR-CLIENTE NOT = FAT-CLIENTE
002254                  SET FAT-FATTURA-BLOCCATA TO TRUE
002255                  MOVE "CLIENTE DIVERSO DALLA FATTURA"
002256                      TO FE-MOTIVO
002257                  PERFORM 7000-SCRIVI-ERRORE
002258                      THRU 7000-SCRIVI-ERRORE-EXIT
002259              ELSE
002260                  MOVE FRR-SCONTO TO FAT-SCONTO
002261                  SET FAT-ORIGINE-VALIDA TO TRUE
002262              END-IF
002263      END-READ.
002264  3450-VERIFICA-ORIGINE-EXIT.
002265      EXIT.
002266*----------------------------------------------------------------
002267* FATTURA SENZA RIGHE SU RIGFAT (EMESSA PRIMA DEL MASTER): SI
002268* CERCA LA TESTATA SUL REGISTRO E SI SOTTRAGGONO DAL SUO TOTALE
002269* LE NOTE GIA EMESSE CON LO STESSO RIFERIMENTO
002270*----------------------------------------------------------------
002271  3460-CERCA-SU-REGISTRO.
002272      MOVE "N"    TO FAT-REG-SW.
002273      MOVE SPACES TO FAT-CLIENTE-ORIG.
002274      MOVE ZERO   TO FAT-RESIDUO-ORIG.
002275      CLOSE REGFAT-F.
002276      OPEN INPUT REGFAT-F.
002277      IF FAT-FS-REGFAT NOT = "00"
002278          DISPLAY "FAT200 - ERR APERTURA REGFAT " FAT-FS-REGFAT
002279          STOP RUN
002280      END-IF.
002281      MOVE "N" TO FAT-EOF-REG-SW.
002282      PERFORM 5100-LETTURA-REGISTRO
002283          THRU 5100-LETTURA-REGISTRO-EXIT.
002284      PERFORM 3470-ESAMINA-REGISTRO
002285          THRU 3470-ESAMINA-REGISTRO-EXIT
002286          UNTIL FAT-EOF-REGISTRO.
002287      CLOSE REGFAT-F.
002288      OPEN EXTEND REGFAT-F.
002289      IF FAT-FS-REGFAT NOT = "00"
002290          DISPLAY "FAT200 - ERR APERTURA REGFAT " FAT-FS-REGFAT
002291          STOP RUN
002292      END-IF.
002293      IF NOT FAT-FATTURA-A-REGISTRO
002294          SET FAT-FATTURA-BLOCCATA TO TRUE
002295          MOVE "FATTURA ORIGINE NON A REGISTRO" TO FE-MOTIVO
002296          PERFORM 7000-SCRIVI-ERRORE
002297              THRU 7000-SCRIVI-ERRORE-EXIT
002298          GO TO 3460-CERCA-SU-REGISTRO-EXIT
002299      END-IF.
002300      IF FAT-CLIENTE-ORIG NOT = FAT-CLIENTE
002301          SET FAT-FATTURA-BLOCCATA TO TRUE
002302          MOVE "CLIENTE DIVERSO DALLA FATTURA" TO FE-MOTIVO
002303          PERFORM 7000-SCRIVI-ERRORE
002304              THRU 7000-SCRIVI-ERRORE-EXIT
002305          GO TO 3460-CERCA-SU-REGISTRO-EXIT
002306      END-IF.
002307      IF FAT-RESIDUO-ORIG NOT > ZERO
002308          SET FAT-FATTURA-BLOCCATA TO TRUE
002309          MOVE "FATTURA GIA STORNATA" TO FE-MOTIVO
002310          PERFORM 7000-SCRIVI-ERRORE
002311              THRU 7000-SCRIVI-ERRORE-EXIT
002312          GO TO 3460-CERCA-SU-REGISTRO-EXIT
002313      END-IF.
002314      SET FAT-ORIGINE-DA-REGISTRO TO TRUE.
002315  3460-CERCA-SU-REGISTRO-EXIT.
002316      EXIT.
002317*----------------------------------------------------------------
002318  3470-ESAMINA-REGISTRO.
002319      MOVE FRG-DATA TO FAT-DATA-REGISTRO.
002320      IF FRG-NOTA-CREDITO
002321          IF FRG-RIF-ANNO   = FAT-RIF-ANNO
002322           AND FRG-RIF-NUMERO = FAT-RIF-NUMERO
002323              ADD FRG-TOTALE TO FAT-RESIDUO-ORIG
002324          END-IF
002325      ELSE
002326          IF FRG-NUMERO  = FAT-RIF-NUMERO
002327           AND FAT-DR-ANNO = FAT-RIF-ANNO
002328              SET FAT-FATTURA-A-REGISTRO TO TRUE
002329              MOVE FRG-CLIENTE TO FAT-CLIENTE-ORIG
002330              ADD FRG-TOTALE   TO FAT-RESIDUO-ORIG
002331          END-IF
002332      END-IF.
002333      PERFORM 5100-LETTURA-REGISTRO
002334          THRU 5100-LETTURA-REGISTRO-EXIT.
002335  3470-ESAMINA-REGISTRO-EXIT.
002336      EXIT.
002337*----------------------------------------------------------------
002338  3500-CHIUDI-FATTURA.
002339      IF NOT FAT-FATTURA-APERTA
002340          GO TO 3500-CHIUDI-FATTURA-EXIT
002341      END-IF.
002342      PERFORM 3525-VERIFICA-RESIDUO
002343          THRU 3525-VERIFICA-RESIDUO-EXIT.
002344      IF FAT-FATTURA-BLOCCATA
002345          ADD 1 TO FAT-BLOCCATE
002346      ELSE
002347          PERFORM 3690-CALCOLA-TOTALI
002348              THRU 3690-CALCOLA-TOTALI-EXIT
002349          PERFORM 3520-VERIFICA-FIDO
002350              THRU 3520-VERIFICA-FIDO-EXIT
002351          IF FAT-DOCUMENTO-SOSPESO
002352              PERFORM 3560-SOSPENDI-FATTURA
002353                  THRU 3560-SOSPENDI-FATTURA-EXIT
002354          ELSE
002355              PERFORM 3700-STAMPA-FATTURA
002356                  THRU 3700-STAMPA-FATTURA-EXIT
002357          END-IF
002358      END-IF.
002359      MOVE "N" TO FAT-APERTA-SW.
002360  3500-CHIUDI-FATTURA-EXIT.
002361      EXIT.
002362*----------------------------------------------------------------
002363* NOTA SU FATTURA TROVATA SOLO A REGISTRO: IL TOTALE DELLA NOTA
002364* NON PUO SUPERARE IL RESIDUO DELLA FATTURA
002365*----------------------------------------------------------------
002366  3525-VERIFICA-RESIDUO.
002367      IF NOT FAT-NOTA-CREDITO
002368       OR NOT FAT-ORIGINE-DA-REGISTRO
002369       OR FAT-FATTURA-BLOCCATA
002370          GO TO 3525-VERIFICA-RESIDUO-EXIT
002371      END-IF.
002372      PERFORM 3690-CALCOLA-TOTALI
002373          THRU 3690-CALCOLA-TOTALI-EXIT.
002374      IF FAT-TOTALE NOT > FAT-RESIDUO-ORIG
002375          GO TO 3525-VERIFICA-RESIDUO-EXIT
002376      END-IF.
002377      SET FAT-FATTURA-BLOCCATA TO TRUE.
002378      MOVE SPACES      TO ERRORI-OUT-RECORD.
002379      MOVE FAT-CLIENTE TO FE-CLIENTE.
002380      MOVE SPACES      TO FE-COD-ART.
002381      MOVE "NOTA OLTRE IL RESIDUO FATTURA" TO FE-MOTIVO.
002382      PERFORM 7000-SCRIVI-ERRORE
002383          THRU 7000-SCRIVI-ERRORE-EXIT.
002384  3525-VERIFICA-RESIDUO-EXIT.
002385      EXIT.
002386*----------------------------------------------------------------
002387  3520-VERIFICA-FIDO.
002388      MOVE "N" TO FAT-SOSP-SW.
002389      IF FAT-NOTA-CREDITO OR FAT-DA-RILASCIO
002390          GO TO 3520-VERIFICA-FIDO-EXIT
002391      END-IF.
002392      MOVE ZERO TO FAT-SALDO-CLI FAT-FIDO-CLI FAT-LIVELLO.
002393      MOVE FAT-CLIENTE TO CLI-CHIAVE.
002394      READ CLIENTI-F
002395          INVALID KEY
002396              SET FAT-DOCUMENTO-SOSPESO TO TRUE
002397              MOVE "CLIENTE NON IN ANAGRAFICA" TO FAT-MOTIVO-SOSP
002398              GO TO 3520-VERIFICA-FIDO-EXIT
002399      END-READ.
002400      MOVE CLI-SALDO TO FAT-SALDO-CLI.
002401      IF CLI-FIDO NUMERIC
002402          MOVE CLI-FIDO TO FAT-FIDO-CLI
002403      END-IF.
002404      IF FAT-STORICO-PRESENTE
002405          MOVE FAT-CLIENTE TO SOH-COD
002406          READ STORICO-F
002407              INVALID KEY
002408                  CONTINUE
002409              NOT INVALID KEY
002410                  MOVE SOH-LIVELLO TO FAT-LIVELLO
002411          END-READ
002412      END-IF.
002413      IF FAT-LIVELLO NOT LESS THAN 3
002414          SET FAT-DOCUMENTO-SOSPESO TO TRUE
002415          MOVE "CLIENTE IN ULTIMO AVVISO" TO FAT-MOTIVO-SOSP
002416          GO TO 3520-VERIFICA-FIDO-EXIT
002417      END-IF.
002418      IF FAT-FIDO-CLI NOT GREATER THAN ZERO
002419          GO TO 3520-VERIFICA-FIDO-EXIT
002420      END-IF.
002421      PERFORM 3530-CERCA-ESPOSTO
002422          THRU 3530-CERCA-ESPOSTO-EXIT.
002423      COMPUTE FAT-ESPOSIZIONE = FAT-TOTALE - FAT-SALDO-CLI.
002424      IF FAT-POS-ESP > ZERO
002425          ADD FAT-E-IMPORTO(FAT-POS-ESP) TO FAT-ESPOSIZIONE
002426      END-IF.
002427      IF FAT-ESPOSIZIONE > FAT-FIDO-CLI
002428          SET FAT-DOCUMENTO-SOSPESO TO TRUE
002429          MOVE "FIDO SUPERATO" TO FAT-MOTIVO-SOSP
002430      END-IF.
002431  3520-VERIFICA-FIDO-EXIT.
002432      EXIT.
002433*----------------------------------------------------------------
002434  3530-CERCA-ESPOSTO.
002435      MOVE ZERO TO FAT-POS-ESP.
002436      PERFORM 3535-CONFRONTA-ESPOSTO
002437          THRU 3535-CONFRONTA-ESPOSTO-EXIT
002438          VARYING FAT-E FROM 1 BY 1
002439          UNTIL FAT-E > FAT-CONTA-ESP
002440             OR FAT-POS-ESP > ZERO.
002441  3530-CERCA-ESPOSTO-EXIT.
002442      EXIT.
002443*----------------------------------------------------------------
002444  3535-CONFRONTA-ESPOSTO.
002445      IF FAT-E-CLIENTE(FAT-E) = FAT-CLIENTE
002446          MOVE FAT-E TO FAT-POS-ESP
002447      END-IF.
002448  3535-CONFRONTA-ESPOSTO-EXIT.
002449      EXIT.
002450*----------------------------------------------------------------
002451  3540-AGGIORNA-ESPOSTO.
002452      PERFORM 3530-CERCA-ESPOSTO
002453          THRU 3530-CERCA-ESPOSTO-EXIT.
002454      IF FAT-POS-ESP = ZERO
002455          IF FAT-CONTA-ESP NOT LESS THAN 300
002456              GO TO 3540-AGGIORNA-ESPOSTO-EXIT
002457          END-IF
002458          ADD 1 TO FAT-CONTA-ESP
002459          MOVE FAT-CONTA-ESP TO FAT-POS-ESP
002460          MOVE FAT-CLIENTE   TO FAT-E-CLIENTE(FAT-POS-ESP)
002461          MOVE ZERO          TO FAT-E-IMPORTO(FAT-POS-ESP)
002462      END-IF.
002463      ADD FAT-TOTALE TO FAT-E-IMPORTO(FAT-POS-ESP).
002464  3540-AGGIORNA-ESPOSTO-EXIT.
002465      EXIT.
002466*----------------------------------------------------------------
002467  3560-SOSPENDI-FATTURA.
002468      ADD 1 TO FAT-ULTIMO-SOSP.
002469      ADD 1 TO FAT-SOSPESE.
002470      MOVE SPACES          TO FSP-RECORD.
002471      MOVE FAT-ULTIMO-SOSP TO FSP-ID.
002472      MOVE ZERO            TO FSP-RIGA.
002473      MOVE "S"             TO FSP-STATO.
002474      MOVE FAT-H-DATA      TO FSP-DATA.
002475      MOVE FAT-CLIENTE     TO FSP-CLIENTE.
002476      MOVE FAT-MOTIVO-SOSP TO FSP-MOTIVO.
002477      MOVE FAT-TOTALE      TO FSP-TOTALE.
002478      MOVE FAT-SALDO-CLI   TO FSP-SALDO.
002479      MOVE FAT-FIDO-CLI    TO FSP-FIDO.
002480      MOVE FAT-LIVELLO     TO FSP-LIVELLO.
002481      MOVE FAT-TESTATA-IMG TO FSP-DOCUMENTO.
002482      WRITE FSP-RECORD
002483          INVALID KEY
002484              DISPLAY "FAT200 - SOSPESO GIA PRESENTE " FSP-CHIAVE
002485      END-WRITE.
002486      PERFORM 3570-SOSPENDI-RIGA
002487          THRU 3570-SOSPENDI-RIGA-EXIT
002488          VARYING FAT-X FROM 1 BY 1
002489          UNTIL FAT-X > FAT-CONTA-RIGHE.
002490      MOVE SPACES          TO ERRORI-OUT-RECORD.
002491      MOVE FAT-CLIENTE     TO FE-CLIENTE.
002492      MOVE SPACES          TO FE-COD-ART.
002493      MOVE FAT-MOTIVO-SOSP TO FE-MOTIVO.
002494      WRITE ERRORI-OUT-RECORD.
002495  3560-SOSPENDI-FATTURA-EXIT.
002496      EXIT.
002497*----------------------------------------------------------------
002498  3570-SOSPENDI-RIGA.
002499      MOVE SPACES                TO FAT-IMG-RIGA.
002500      MOVE "R"                   TO FAT-IMG-TIPO.
002501      MOVE FAT-T-COD-ART(FAT-X)  TO FAT-IMG-COD-ART.
002502      MOVE FAT-T-QUANTITA(FAT-X) TO FAT-IMG-QUANTITA.
002503      MOVE SPACES                TO FSP-RECORD.
002504      MOVE FAT-ULTIMO-SOSP       TO FSP-ID.
002505      SET FSP-RIGA               TO FAT-X.
002506      MOVE "S"                   TO FSP-STATO.
002507      MOVE FAT-H-DATA            TO FSP-DATA.
002508      MOVE FAT-CLIENTE           TO FSP-CLIENTE.
002509      MOVE ZERO                  TO FSP-TOTALE FSP-SALDO
002510                                    FSP-FIDO FSP-LIVELLO.
002511      MOVE FAT-IMG-RIGA          TO FSP-DOCUMENTO.
002512      WRITE FSP-RECORD
002513          INVALID KEY
002514              DISPLAY "FAT200 - SOSPESO GIA PRESENTE " FSP-CHIAVE
002515      END-WRITE.
002516  3570-SOSPENDI-RIGA-EXIT.
002517      EXIT.
002518*----------------------------------------------------------------
002519  3600-CARICA-RIGA.
002520      IF NOT FAT-FATTURA-APERTA
002521          MOVE SPACES       TO ERRORI-OUT-RECORD
002522          MOVE SPACES       TO FE-CLIENTE
002523          MOVE FD-R-COD-ART TO FE-COD-ART
002524          MOVE "RIGA SENZA TESTATA" TO FE-MOTIVO
002525          PERFORM 7000-SCRIVI-ERRORE
002526              THRU 7000-SCRIVI-ERRORE-EXIT
002527          GO TO 3600-CARICA-RIGA-EXIT
002528      END-IF.
002529      IF FD-R-QUANTITA NOT NUMERIC
002530          SET FAT-FATTURA-BLOCCATA TO TRUE
002531          MOVE SPACES       TO ERRORI-OUT-RECORD
002532          MOVE FAT-CLIENTE  TO FE-CLIENTE
002533          MOVE FD-R-COD-ART TO FE-COD-ART
002534          MOVE "QUANTITA NON NUMERICA" TO FE-MOTIVO
002535          PERFORM 7000-SCRIVI-ERRORE
002536              THRU 7000-SCRIVI-ERRORE-EXIT
002540          GO TO 3600-CARICA-RIGA-EXIT
002550      END-IF.
002560      IF FAT-CONTA-RIGHE NOT LESS THAN 50
002620              THRU 7000-SCRIVI-ERRORE-EXIT
002630          GO TO 3600-CARICA-RIGA-EXIT
002640      END-IF.
002641      IF FAT-NOTA-CREDITO
002642          IF FAT-ORIGINE-VALIDA
002643              PERFORM 3660-CARICA-RIGA-NOTA
002644                  THRU 3660-CARICA-RIGA-NOTA-EXIT
002645          END-IF
002646          IF NOT FAT-ORIGINE-DA-REGISTRO
002647              GO TO 3600-CARICA-RIGA-EXIT
002648          END-IF
002649      END-IF.
002650      MOVE FD-R-COD-ART TO PRZ-COD-ART.
002660      READ PREZZI-MST
002670          INVALID KEY
002840      MOVE FD-R-COD-ART     TO FAT-T-COD-ART(FAT-X).
002850      MOVE FD-R-QUANTITA-N  TO FAT-T-QUANTITA(FAT-X).
002860      MOVE PRZ-PRU          TO FAT-T-PREZZO(FAT-X).
002861      MOVE ZERO             TO FAT-T-RIGA-ORIG(FAT-X).
002862      IF PRZ-CLASSE-IVA = "R"
002864          MOVE "R" TO FAT-T-CLASSE(FAT-X)
002866      ELSE
002872      READ ARTANA-MST
002874          INVALID KEY
002876              MOVE SPACES TO FAT-T-DES(FAT-X)
002877              MOVE SPACES TO FAT-CLASSE-SC
002878          NOT INVALID KEY
002879              MOVE ART-ANA-DES TO FAT-T-DES(FAT-X)
002880              MOVE ART-ANA-SC  TO FAT-CLASSE-SC
002881              IF ART-ANA-CLASSE-IVA = "R"
002882                  MOVE "R" TO FAT-T-CLASSE(FAT-X)
002883              ELSE
002884                  MOVE "N" TO FAT-T-CLASSE(FAT-X)
002885              END-IF
002886      END-READ.
002887      IF NOT FAT-NOTA-CREDITO
002888          PERFORM 3655-APPLICA-CONDIZIONE
002889              THRU 3655-APPLICA-CONDIZIONE-EXIT
002890      ELSE
002891          MOVE SPACES TO FAT-T-COND-TIPO(FAT-X)
002892          MOVE SPACES TO FAT-T-COND-CODICE(FAT-X)
002893          MOVE SPACES TO FAT-T-COND-DES(FAT-X)
002894          MOVE SPACES TO FAT-T-COND-INIZIO(FAT-X)
002895          MOVE ZERO   TO FAT-T-COND-SCAGL(FAT-X)
002896      END-IF.
002897      COMPUTE FAT-T-IMPORTO(FAT-X) =
002898          FD-R-QUANTITA-N * FAT-T-PREZZO(FAT-X).
002899  3650-ACCODA-RIGA-EXIT.
002900      EXIT.
002901*----------------------------------------------------------------
002902* CONDIZIONE DI PREZZO DEL CLIENTE: PRIMA PER ARTICOLO, POI PER
002903* CLASSE SCONTO. SE NESSUNA VALE RESTA IL PREZZO DI LISTINO
002904*----------------------------------------------------------------
002905  3655-APPLICA-CONDIZIONE.
002906      MOVE SPACES TO FAT-T-COND-TIPO(FAT-X).
002907      MOVE SPACES TO FAT-T-COND-CODICE(FAT-X).
002908      MOVE SPACES TO FAT-T-COND-DES(FAT-X).
002909      MOVE SPACES TO FAT-T-COND-INIZIO(FAT-X).
002910      MOVE ZERO   TO FAT-T-COND-SCAGL(FAT-X).
002911      IF NOT FAT-CONDIZ-PRESENTE
002912          GO TO 3655-APPLICA-CONDIZIONE-EXIT
002913      END-IF.
002914      MOVE SPACES       TO PCN-CHIAVE.
002915      MOVE FAT-CLIENTE  TO PCN-CLIENTE.
002916      MOVE "A"          TO PCN-TIPO.
002917      MOVE FD-R-COD-ART TO PCN-CODICE.
002918      PERFORM 3656-CERCA-CONDIZIONE
002919          THRU 3656-CERCA-CONDIZIONE-EXIT.
002920      IF FAT-COND-TROVATA
002921          GO TO 3655-APPLICA-CONDIZIONE-EXIT
002922      END-IF.
002923      IF FAT-CLASSE-SC = SPACES
002924          GO TO 3655-APPLICA-CONDIZIONE-EXIT
002925      END-IF.
002926      MOVE SPACES        TO PCN-CHIAVE.
002927      MOVE FAT-CLIENTE   TO PCN-CLIENTE.
002928      MOVE "C"           TO PCN-TIPO.
002929      MOVE FAT-CLASSE-SC TO PCN-CODICE.
002930      PERFORM 3656-CERCA-CONDIZIONE
002931          THRU 3656-CERCA-CONDIZIONE-EXIT.
002932  3655-APPLICA-CONDIZIONE-EXIT.
002933      EXIT.
002934*----------------------------------------------------------------
002935* TRA LE CONDIZIONI DI CLIENTE/TIPO/CODICE VALE LA PIU RECENTE
002936* CON INIZIO E FINE VALIDITA A CAVALLO DELLA DATA FATTURA
002937*----------------------------------------------------------------
002938  3656-CERCA-CONDIZIONE.
002939      MOVE "N"          TO FAT-COND-SW.
002940      MOVE "N"          TO FAT-FINE-COND-SW.
002941      MOVE SPACES       TO FAT-COND-CHIAVE.
002942      MOVE PCN-CLIENTE  TO FAT-CP-CLIENTE.
002943      MOVE PCN-TIPO     TO FAT-CP-TIPO.
002944      MOVE PCN-CODICE   TO FAT-CP-CODICE.
002945      MOVE LOW-VALUES   TO PCN-DATA-INIZIO.
002946      START CONDIZ-MST KEY IS NOT LESS THAN PCN-CHIAVE
002947          INVALID KEY
002948              MOVE "S" TO FAT-FINE-COND-SW
002949      END-START.
002950      PERFORM 3657-LEGGI-CONDIZIONE
002951          THRU 3657-LEGGI-CONDIZIONE-EXIT
002952          UNTIL FAT-FINE-CONDIZIONI.
002953      IF FAT-COND-CHIAVE = SPACES
002954          GO TO 3656-CERCA-CONDIZIONE-EXIT
002955      END-IF.
002956      MOVE FAT-COND-CHIAVE TO PCN-CHIAVE.
002957      READ CONDIZ-MST
002958          INVALID KEY
002959              GO TO 3656-CERCA-CONDIZIONE-EXIT
002960      END-READ.
002961      MOVE ZERO TO FAT-SCAGLIONE.
002962      PERFORM 3658-SCEGLI-SCAGLIONE
002963          THRU 3658-SCEGLI-SCAGLIONE-EXIT
002964          VARYING FAT-S FROM 1 BY 1
002965          UNTIL FAT-S > 4.
002966      IF FAT-SCAGLIONE = ZERO
002967          GO TO 3656-CERCA-CONDIZIONE-EXIT
002968      END-IF.
002969      IF PCN-PREZZO-NETTO
002970          MOVE PCN-PREZZO(FAT-SCAGLIONE) TO FAT-T-PREZZO(FAT-X)
002971      ELSE
002972          COMPUTE FAT-T-PREZZO(FAT-X) ROUNDED =
002973              PRZ-PRU -
002974              (PRZ-PRU * PCN-SCONTO(FAT-SCAGLIONE) / 100)
002975      END-IF.
002976      SET FAT-COND-TROVATA TO TRUE.
002977      ADD 1 TO FAT-RIGHE-CONDIZ.
002978      MOVE PCN-TIPO        TO FAT-T-COND-TIPO(FAT-X).
002979      MOVE PCN-CODICE      TO FAT-T-COND-CODICE(FAT-X).
002980      MOVE PCN-DESCRIZIONE TO FAT-T-COND-DES(FAT-X).
002981      MOVE PCN-DATA-INIZIO TO FAT-T-COND-INIZIO(FAT-X).
002982      MOVE FAT-SCAGLIONE   TO FAT-T-COND-SCAGL(FAT-X).
002983  3656-CERCA-CONDIZIONE-EXIT.
002984      EXIT.
002985*----------------------------------------------------------------
002986  3657-LEGGI-CONDIZIONE.
002987      READ CONDIZ-MST NEXT RECORD
002988          AT END
002989              MOVE "S" TO FAT-FINE-COND-SW
002990      END-READ.
002991      IF FAT-FINE-CONDIZIONI
002992          GO TO 3657-LEGGI-CONDIZIONE-EXIT
002993      END-IF.
002994      IF PCN-CLIENTE NOT = FAT-CP-CLIENTE
002995       OR PCN-TIPO NOT = FAT-CP-TIPO
002996       OR PCN-CODICE NOT = FAT-CP-CODICE
002997       OR PCN-DATA-INIZIO > FAT-H-DATA
002998          MOVE "S" TO FAT-FINE-COND-SW
002999          GO TO 3657-LEGGI-CONDIZIONE-EXIT
003000      END-IF.
003001      IF PCN-DATA-FINE NOT < FAT-H-DATA
003002          MOVE PCN-CHIAVE TO FAT-COND-CHIAVE
003003      END-IF.
003004  3657-LEGGI-CONDIZIONE-EXIT.
003005      EXIT.
003006*----------------------------------------------------------------
003007* VALE L'ULTIMO SCAGLIONE CON QUANTITA MINIMA RAGGIUNTA; GLI
003008* SCAGLIONI SUCCESSIVI AL PRIMO A QUANTITA ZERO NON SONO USATI
003009*----------------------------------------------------------------
003010  3658-SCEGLI-SCAGLIONE.
003011      IF FAT-S > 1 AND PCN-QTA-MINIMA(FAT-S) = ZERO
003012          GO TO 3658-SCEGLI-SCAGLIONE-EXIT
003013      END-IF.
003014      IF PCN-QTA-MINIMA(FAT-S) NOT > FD-R-QUANTITA-N
003015          MOVE FAT-S TO FAT-SCAGLIONE
003016      END-IF.
003017  3658-SCEGLI-SCAGLIONE-EXIT.
003018      EXIT.
003019*----------------------------------------------------------------
003020  3660-CARICA-RIGA-NOTA.
003021      MOVE "N" TO FAT-ART-SW.
003022      MOVE "N" TO FAT-TROVATA-SW.
003023      MOVE "N" TO FAT-FINE-RIG-SW.
003024      MOVE "F"            TO FRR-TIPO-DOC.
003025      MOVE FAT-RIF-ANNO   TO FRR-ANNO.
003026      MOVE FAT-RIF-NUMERO TO FRR-NUMERO.
003027      MOVE ZERO           TO FRR-RIGA.
003028      START RIGFAT-F KEY IS GREATER THAN FRR-CHIAVE
003029          INVALID KEY
003030              MOVE "S" TO FAT-FINE-RIG-SW
003031      END-START.
003032      PERFORM 3670-CERCA-RIGA-ORIGINE
003033          THRU 3670-CERCA-RIGA-ORIGINE-EXIT
003034          UNTIL FAT-FINE-RIGHE
003035             OR FAT-RIGA-TROVATA.
003036      IF NOT FAT-RIGA-TROVATA
003037          SET FAT-FATTURA-BLOCCATA TO TRUE
003038          MOVE SPACES       TO ERRORI-OUT-RECORD
003039          MOVE FAT-CLIENTE  TO FE-CLIENTE
003040          MOVE FD-R-COD-ART TO FE-COD-ART
003041          IF FAT-ARTICOLO-IN-FATTURA
003042              MOVE "QUANTITA OLTRE IL FATTURATO" TO FE-MOTIVO
003043          ELSE
003044              MOVE "ARTICOLO NON IN FATT. ORIGINE"
003045                  TO FE-MOTIVO
003046          END-IF
003047          PERFORM 7000-SCRIVI-ERRORE
003048              THRU 7000-SCRIVI-ERRORE-EXIT
003049          GO TO 3660-CARICA-RIGA-NOTA-EXIT
003050      END-IF.
003051      ADD 1 TO FAT-CONTA-RIGHE.
003052      SET FAT-X TO FAT-CONTA-RIGHE.
003053      MOVE FD-R-COD-ART     TO FAT-T-COD-ART(FAT-X).
003054      MOVE FD-R-QUANTITA-N  TO FAT-T-QUANTITA(FAT-X).
003055      MOVE FRR-PREZZO       TO FAT-T-PREZZO(FAT-X).
003056      MOVE FRR-CLASSE       TO FAT-T-CLASSE(FAT-X).
003057      MOVE FRR-RIGA         TO FAT-T-RIGA-ORIG(FAT-X).
003058      MOVE SPACES TO FAT-T-COND-TIPO(FAT-X).
003059      COMPUTE FAT-T-IMPORTO(FAT-X) =
003060          FD-R-QUANTITA-N * FRR-PREZZO.
003061      MOVE FD-R-COD-ART TO ART-ANA-COD.
003062      READ ARTANA-MST
003063          INVALID KEY
003064              MOVE SPACES TO FAT-T-DES(FAT-X)
003065          NOT INVALID KEY
003066              MOVE ART-ANA-DES TO FAT-T-DES(FAT-X)
003067      END-READ.
003068  3660-CARICA-RIGA-NOTA-EXIT.
003069      EXIT.
003070*----------------------------------------------------------------
003071  3670-CERCA-RIGA-ORIGINE.
003072      READ RIGFAT-F NEXT RECORD
003073          AT END
003074              MOVE "S" TO FAT-FINE-RIG-SW
003075      END-READ.
003076      IF FAT-FINE-RIGHE
003077          GO TO 3670-CERCA-RIGA-ORIGINE-EXIT
003078      END-IF.
003079      IF FRR-TIPO-DOC NOT = "F"
003080       OR FRR-ANNO NOT = FAT-RIF-ANNO
003081       OR FRR-NUMERO NOT = FAT-RIF-NUMERO
003082          MOVE "S" TO FAT-FINE-RIG-SW
003083          GO TO 3670-CERCA-RIGA-ORIGINE-EXIT
003084      END-IF.
003085      IF FRR-COD-ART NOT = FD-R-COD-ART
003086          GO TO 3670-CERCA-RIGA-ORIGINE-EXIT
003087      END-IF.
003088      SET FAT-ARTICOLO-IN-FATTURA TO TRUE.
003089      MOVE ZERO TO FAT-QTA-USATA.
003090      PERFORM 3680-SOMMA-QTA-USATA
003091          THRU 3680-SOMMA-QTA-USATA-EXIT
003092          VARYING FAT-J FROM 1 BY 1
003093          UNTIL FAT-J > FAT-CONTA-RIGHE.
003094      COMPUTE FAT-QTA-LIBERA =
003095          FRR-QUANTITA - FRR-QTA-STORNATA - FAT-QTA-USATA.
003096      IF FAT-QTA-LIBERA NOT LESS THAN FD-R-QUANTITA-N
003097          SET FAT-RIGA-TROVATA TO TRUE
003098      END-IF.
003099  3670-CERCA-RIGA-ORIGINE-EXIT.
003100      EXIT.
003101*----------------------------------------------------------------
003102  3680-SOMMA-QTA-USATA.
003103      IF FAT-T-RIGA-ORIG(FAT-J) = FRR-RIGA
003104          ADD FAT-T-QUANTITA(FAT-J) TO FAT-QTA-USATA
003105      END-IF.
003106  3680-SOMMA-QTA-USATA-EXIT.
003107      EXIT.
003108*----------------------------------------------------------------
003109  3690-CALCOLA-TOTALI.
003110      MOVE ZERO TO FAT-LORDO FAT-LORDO-NORM FAT-LORDO-RID.
003111      PERFORM 3695-SOMMA-RIGA THRU 3695-SOMMA-RIGA-EXIT
003112          VARYING FAT-X FROM 1 BY 1
003113          UNTIL FAT-X > FAT-CONTA-RIGHE.
003114      COMPUTE FAT-IMPON-NORM ROUNDED =
003115          FAT-LORDO-NORM - (FAT-LORDO-NORM * FAT-SCONTO).
003116      COMPUTE FAT-IMPON-RID ROUNDED =
003117          FAT-LORDO-RID - (FAT-LORDO-RID * FAT-SCONTO).
003118      COMPUTE FAT-IVA-NORM ROUNDED =
003119          FAT-IMPON-NORM * FAT-ALIQUOTA-IVA.
003120      COMPUTE FAT-IVA-RID ROUNDED =
003121          FAT-IMPON-RID * FAT-ALIQUOTA-RIDOTTA.
003122      ADD FAT-IMPON-NORM FAT-IMPON-RID GIVING FAT-IMPONIBILE.
003123      ADD FAT-IVA-NORM FAT-IVA-RID GIVING FAT-IVA.
003124      ADD FAT-IMPONIBILE FAT-IVA GIVING FAT-TOTALE.
003125  3690-CALCOLA-TOTALI-EXIT.
003126      EXIT.
003127*----------------------------------------------------------------
003128  3695-SOMMA-RIGA.
003129      ADD FAT-T-IMPORTO(FAT-X) TO FAT-LORDO.
003130      IF FAT-T-CLASSE(FAT-X) = "R"
003131          ADD FAT-T-IMPORTO(FAT-X) TO FAT-LORDO-RID
003132      ELSE
003133          ADD FAT-T-IMPORTO(FAT-X) TO FAT-LORDO-NORM
003134      END-IF.
003135  3695-SOMMA-RIGA-EXIT.
003136      EXIT.
003137*----------------------------------------------------------------
003138  3700-STAMPA-FATTURA.
003139      IF FAT-NOTA-CREDITO
003140          ADD 1 TO FAT-NUM-NOTA
003141          ADD 1 TO FAT-NOTE-EMESSE
003142          MOVE FAT-NUM-NOTA    TO FAT-NUM-DOC
003143          MOVE "NOTA CR. N."   TO FAT-H-TIPO-DOC
003144      ELSE
003145          ADD 1 TO FAT-NUM-FATTURA
003146          ADD 1 TO FAT-EMESSE
003147          MOVE FAT-NUM-FATTURA TO FAT-NUM-DOC
003148          MOVE "FATTURA N. "   TO FAT-H-TIPO-DOC
003149      END-IF.
003150      MOVE FAT-NUM-DOC     TO FAT-H-NUMERO.
003151      MOVE FAT-CLIENTE     TO FAT-H-CLIENTE.
003152      MOVE SPACES TO DOCUM-OUT-RECORD.
003153      WRITE DOCUM-OUT-RECORD.
003154      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-TITOLO.
003155      IF FAT-NOTA-CREDITO
003156          MOVE FAT-RIF-NUMERO TO FAT-F-RIF-NUMERO
003157          MOVE FAT-RIF-ANNO   TO FAT-F-RIF-ANNO
003158          WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-RIFERIMENTO
003159      END-IF.
003160      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-COLONNE.
003161      PERFORM 3750-STAMPA-RIGA THRU 3750-STAMPA-RIGA-EXIT
003162          VARYING FAT-X FROM 1 BY 1
003163          UNTIL FAT-X > FAT-CONTA-RIGHE.
003164      MOVE "TOTALE LORDO        : " TO FAT-R-DESCRIZIONE.
003165      MOVE FAT-LORDO               TO FAT-R-IMPORTO.
003166      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-TOTALI.
003167      MOVE "IMPONIBILE SCONTATO : " TO FAT-R-DESCRIZIONE.
003168      MOVE FAT-IMPONIBILE          TO FAT-R-IMPORTO.
003169      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-TOTALI.
003170      MOVE "IVA ALIQUOTA 22 PCT : " TO FAT-R-DESCRIZIONE.
003171      MOVE FAT-IVA-NORM            TO FAT-R-IMPORTO.
003180      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-TOTALI.
003182      MOVE "IVA ALIQUOTA 10 PCT : " TO FAT-R-DESCRIZIONE.
003184      MOVE FAT-IVA-RID             TO FAT-R-IMPORTO.
003186      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-TOTALI.
003187      IF FAT-NOTA-CREDITO
003188          MOVE "TOTALE NOTA CREDITO : " TO FAT-R-DESCRIZIONE
003189      ELSE
003190          MOVE "TOTALE FATTURA      : " TO FAT-R-DESCRIZIONE
003195      END-IF.
003200      MOVE FAT-TOTALE              TO FAT-R-IMPORTO.
003210      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-TOTALI.
003212      PERFORM 3800-SCRIVI-MOVIMENTO
003214          THRU 3800-SCRIVI-MOVIMENTO-EXIT.
003216      PERFORM 3900-SCRIVI-REGISTRO
003218          THRU 3900-SCRIVI-REGISTRO-EXIT.
003219      PERFORM 3950-SCRIVI-RIGA-DOC
003220          THRU 3950-SCRIVI-RIGA-DOC-EXIT
003221          VARYING FAT-X FROM 1 BY 1
003222          UNTIL FAT-X > FAT-CONTA-RIGHE.
003223      PERFORM 3980-SCRIVI-CONTABILITA
003224          THRU 3980-SCRIVI-CONTABILITA-EXIT.
003225      IF NOT FAT-NOTA-CREDITO
003226          PERFORM 3540-AGGIORNA-ESPOSTO
003227              THRU 3540-AGGIORNA-ESPOSTO-EXIT
003228      END-IF.
003229  3700-STAMPA-FATTURA-EXIT.
003230      EXIT.
003240*----------------------------------------------------------------
003250  3750-STAMPA-RIGA.
003280      MOVE FAT-T-PREZZO(FAT-X)   TO FAT-D-PREZZO.
003290      MOVE FAT-T-IMPORTO(FAT-X)  TO FAT-D-IMPORTO.
003300      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-DETTAGLIO.
003301      IF FAT-T-COND-TIPO(FAT-X) = SPACES
003302          GO TO 3750-STAMPA-RIGA-EXIT
003303      END-IF.
003304      IF FAT-T-COND-TIPO(FAT-X) = "A"
003305          MOVE "ARTICOLO"   TO FAT-C-TIPO
003306      ELSE
003307          MOVE "CLASSE SC." TO FAT-C-TIPO
003308      END-IF.
003309      MOVE FAT-T-COND-CODICE(FAT-X) TO FAT-C-CODICE.
003310      MOVE FAT-T-COND-DES(FAT-X)    TO FAT-C-DES.
003311      MOVE FAT-T-COND-INIZIO(FAT-X) TO FAT-C-INIZIO.
003312      MOVE FAT-T-COND-SCAGL(FAT-X)  TO FAT-C-SCAGL.
003313      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-CONDIZIONE.
003320  3750-STAMPA-RIGA-EXIT.
003330      EXIT.
003340*----------------------------------------------------------------
003350  3800-SCRIVI-MOVIMENTO.
003360      MOVE SPACES      TO MOVIM-OUT-RECORD.
003370      MOVE FAT-CLIENTE TO MF-CHIAVE.
003390      MOVE FAT-TOTALE  TO MF-IMPORTO.
003400      MOVE FAT-H-DATA  TO MF-DATA-VALUTA.
003401      IF FAT-NOTA-CREDITO
003402          MOVE "N"            TO MF-TIPO
003403          MOVE FAT-RIF-ANNO   TO MF-RIF-ANNO
003404          MOVE FAT-RIF-NUMERO TO MF-RIF-NUMERO
003405      ELSE
003406          MOVE "F"            TO MF-TIPO
003407          MOVE FAT-OGGI-AAAA  TO MF-RIF-ANNO
003408          MOVE FAT-NUM-DOC    TO MF-RIF-NUMERO
003409      END-IF.
003410      WRITE MOVIM-OUT-RECORD.
003420      ADD 1 TO FAT-MOVIMENTI.
003425      ADD MF-IMPORTO TO FAT-TOT-MOVIMENTI.
003430  3800-SCRIVI-MOVIMENTO-EXIT.
003440      EXIT.
003450*----------------------------------------------------------------
003460  3900-SCRIVI-REGISTRO.
003470      MOVE SPACES          TO FRG-RECORD.
003480      MOVE FAT-NUM-DOC     TO FRG-NUMERO.
003490      MOVE FAT-H-DATA      TO FRG-DATA.
003500      MOVE FAT-CLIENTE     TO FRG-CLIENTE.
003510      MOVE FAT-IMPONIBILE  TO FRG-IMPONIBILE.
003534      MOVE FAT-IVA-NORM    TO FRG-IVA-NORM.
003536      MOVE FAT-IMPON-RID   TO FRG-IMPON-RID.
003538      MOVE FAT-IVA-RID     TO FRG-IVA-RID.
003539      MOVE FAT-DOC-SW      TO FRG-TIPO-DOC.
003540      IF FAT-NOTA-CREDITO
003541          MOVE FAT-RIF-ANNO   TO FRG-RIF-ANNO
003542          MOVE FAT-RIF-NUMERO TO FRG-RIF-NUMERO
003543          COMPUTE FRG-IMPONIBILE = ZERO - FAT-IMPONIBILE
003544          COMPUTE FRG-IVA        = ZERO - FAT-IVA
003545          COMPUTE FRG-TOTALE     = ZERO - FAT-TOTALE
003546          COMPUTE FRG-IMPON-NORM = ZERO - FAT-IMPON-NORM
003547          COMPUTE FRG-IVA-NORM   = ZERO - FAT-IVA-NORM
003548          COMPUTE FRG-IMPON-RID  = ZERO - FAT-IMPON-RID
003549          COMPUTE FRG-IVA-RID    = ZERO - FAT-IVA-RID
003550      END-IF.
003551      WRITE FRG-RECORD.
003552  3900-SCRIVI-REGISTRO-EXIT.
003560      EXIT.
003561*----------------------------------------------------------------
003562  3950-SCRIVI-RIGA-DOC.
003563      MOVE SPACES                TO FRR-RECORD.
003564      MOVE FAT-DOC-SW            TO FRR-TIPO-DOC.
003565      MOVE FAT-OGGI-AAAA         TO FRR-ANNO.
003566      MOVE FAT-NUM-DOC           TO FRR-NUMERO.
003567      SET FRR-RIGA               TO FAT-X.
003568      MOVE FAT-CLIENTE           TO FRR-CLIENTE.
003569      MOVE FAT-T-COD-ART(FAT-X)  TO FRR-COD-ART.
003570      MOVE FAT-T-QUANTITA(FAT-X) TO FRR-QUANTITA.
003571      MOVE FAT-T-PREZZO(FAT-X)   TO FRR-PREZZO.
003572      MOVE FAT-T-IMPORTO(FAT-X)  TO FRR-IMPORTO.
003573      MOVE FAT-T-CLASSE(FAT-X)   TO FRR-CLASSE.
003574      MOVE FAT-SCONTO            TO FRR-SCONTO.
003575      MOVE ZERO                  TO FRR-QTA-STORNATA.
003576      WRITE FRR-RECORD
003577          INVALID KEY
003578              DISPLAY "FAT200 - RIGA GIA SU RIGFAT " FRR-CHIAVE
003579      END-WRITE.
003580      PERFORM 3960-AGGIORNA-MAGAZZINO
003581          THRU 3960-AGGIORNA-MAGAZZINO-EXIT.
003582      IF NOT FAT-NOTA-CREDITO
003583       OR FAT-T-RIGA-ORIG(FAT-X) = ZERO
003584          GO TO 3950-SCRIVI-RIGA-DOC-EXIT
003585      END-IF.
003586      MOVE "F"                     TO FRR-TIPO-DOC.
003587      MOVE FAT-RIF-ANNO            TO FRR-ANNO.
003588      MOVE FAT-RIF-NUMERO          TO FRR-NUMERO.
003589      MOVE FAT-T-RIGA-ORIG(FAT-X)  TO FRR-RIGA.
003590      READ RIGFAT-F
003591          INVALID KEY
003592              DISPLAY "FAT200 - RIGA ORIGINE ASSENTE " FRR-CHIAVE
003593          NOT INVALID KEY
003594              ADD FAT-T-QUANTITA(FAT-X) TO FRR-QTA-STORNATA
003595              REWRITE FRR-RECORD
003596      END-READ.
003597  3950-SCRIVI-RIGA-DOC-EXIT.
003598      EXIT.
003599*----------------------------------------------------------------
003600* LA FATTURA SCARICA LA GIACENZA, LA NOTA DI CREDITO LA
003601* RIPRISTINA. LA GIACENZA NEGATIVA NON BLOCCA IL DOCUMENTO GIA
003602* EMESSO: LA RIGA VIENE SCARICATA E SEGNALATA SU MAGNEG
003603*----------------------------------------------------------------
003604  3960-AGGIORNA-MAGAZZINO.
003605      MOVE SPACES                TO NEGATIVI-OUT-RECORD.
003606      MOVE FAT-DOC-SW            TO FN-TIPO-DOC.
003607      MOVE FAT-NUM-DOC           TO FN-NUMERO.
003608      MOVE FAT-CLIENTE           TO FN-CLIENTE.
003609      MOVE FAT-T-COD-ART(FAT-X)  TO FN-COD-ART.
003610      MOVE FAT-T-QUANTITA(FAT-X) TO FN-QUANTITA.
003611      MOVE FAT-T-COD-ART(FAT-X)  TO MAG-COD-ART.
003612      READ MAGAZZ-F
003613          INVALID KEY
003614              MOVE ZERO TO FN-GIACENZA
003615              MOVE "ARTICOLO NON A MAGAZZINO" TO FN-MOTIVO
003616              WRITE NEGATIVI-OUT-RECORD
003617              ADD 1 TO FAT-NEGATIVI
003618              GO TO 3960-AGGIORNA-MAGAZZINO-EXIT
003619      END-READ.
003620      MOVE SPACES TO MMV-RECORD.
003621      IF FAT-NOTA-CREDITO
003622          ADD FAT-T-QUANTITA(FAT-X) TO MAG-GIACENZA
003623          MOVE FAT-T-QUANTITA(FAT-X) TO MMV-QUANTITA
003624          MOVE "R" TO MMV-CAUSALE
003625          MOVE "NC "  TO FAT-M-TIPO
003626      ELSE
003627          SUBTRACT FAT-T-QUANTITA(FAT-X) FROM MAG-GIACENZA
003628          COMPUTE MMV-QUANTITA = ZERO - FAT-T-QUANTITA(FAT-X)
003629          MOVE "V" TO MMV-CAUSALE
003630          MOVE "FT "  TO FAT-M-TIPO
003631      END-IF.
003632      MOVE FAT-H-DATA TO MAG-DATA-SCARICO.
003633      REWRITE MAG-RECORD
003634          INVALID KEY
003635              DISPLAY "FAT200 - ERR RISCRITTURA MAGAZZ "
003636                  MAG-COD-ART
003637      END-REWRITE.
003638      MOVE FAT-H-DATA            TO MMV-DATA.
003639      MOVE MAG-COD-ART           TO MMV-COD-ART.
003640      MOVE MAG-GIACENZA          TO MMV-GIACENZA.
003641      MOVE FAT-NUM-DOC           TO FAT-M-NUMERO.
003642      MOVE FAT-OGGI-AAAA         TO FAT-M-ANNO.
003643      MOVE FAT-MAG-RIFERIMENTO   TO MMV-RIFERIMENTO.
003644      MOVE "FAT200"              TO MMV-PROGRAMMA.
003645      WRITE MMV-RECORD.
003646      ADD 1 TO FAT-SCARICHI.
003647      IF MAG-GIACENZA < ZERO
003648          MOVE MAG-GIACENZA TO FN-GIACENZA
003649          MOVE "GIACENZA NEGATIVA" TO FN-MOTIVO
003650          WRITE NEGATIVI-OUT-RECORD
003651          ADD 1 TO FAT-NEGATIVI
003652      END-IF.
003653  3960-AGGIORNA-MAGAZZINO-EXIT.
003654      EXIT.
003655*----------------------------------------------------------------
003656* REGISTRAZIONE CONTABILE DEL DOCUMENTO EMESSO. LE RIGHE A ZERO
003657* (ALIQUOTA NON PRESENTE NEL DOCUMENTO) NON VENGONO SCRITTE
003658*----------------------------------------------------------------
003659  3980-SCRIVI-CONTABILITA.
003660      ADD 1 TO FAT-GIO-REG.
003661      MOVE ZERO          TO FAT-GIO-RIGA.
003662      MOVE FAT-NUM-DOC   TO FAT-M-NUMERO.
003663      MOVE FAT-OGGI-AAAA TO FAT-M-ANNO.
003664      MOVE FAT-CLIENTE   TO FAT-GD-CLIENTE.
003665      IF FAT-NOTA-CREDITO
003666          GO TO 3980-SCRIVI-CONTABILITA-NOTA
003667      END-IF.
003668      MOVE "FT "                 TO FAT-M-TIPO.
003669      MOVE "FATTURA CLIENTE"     TO FAT-GD-TESTO.
003670      MOVE PDC-CREDITI-CLIENTI   TO FAT-GIO-CONTO.
003671      MOVE "D"                   TO FAT-GIO-SEGNO.
003672      MOVE FAT-TOTALE            TO FAT-GIO-IMPORTO.
003673      PERFORM 3985-RIGA-GIORNALE THRU 3985-RIGA-GIORNALE-EXIT.
003674      MOVE PDC-RICAVI            TO FAT-GIO-CONTO.
003675      MOVE "A"                   TO FAT-GIO-SEGNO.
003676      MOVE FAT-IMPONIBILE        TO FAT-GIO-IMPORTO.
003677      PERFORM 3985-RIGA-GIORNALE THRU 3985-RIGA-GIORNALE-EXIT.
003678      MOVE PDC-IVA-NORMALE       TO FAT-GIO-CONTO.
003679      MOVE FAT-IVA-NORM          TO FAT-GIO-IMPORTO.
003680      PERFORM 3985-RIGA-GIORNALE THRU 3985-RIGA-GIORNALE-EXIT.
003681      MOVE PDC-IVA-RIDOTTA       TO FAT-GIO-CONTO.
003682      MOVE FAT-IVA-RID           TO FAT-GIO-IMPORTO.
003683      PERFORM 3985-RIGA-GIORNALE THRU 3985-RIGA-GIORNALE-EXIT.
003684      GO TO 3980-SCRIVI-CONTABILITA-EXIT.
003685  3980-SCRIVI-CONTABILITA-NOTA.
003686      MOVE "NC "                 TO FAT-M-TIPO.
003687      MOVE "NOTA CREDITO CLIENTE" TO FAT-GD-TESTO.
003688      MOVE PDC-RESI              TO FAT-GIO-CONTO.
003689      MOVE "D"                   TO FAT-GIO-SEGNO.
003690      MOVE FAT-IMPONIBILE        TO FAT-GIO-IMPORTO.
003691      PERFORM 3985-RIGA-GIORNALE THRU 3985-RIGA-GIORNALE-EXIT.
003692      MOVE PDC-IVA-NORMALE       TO FAT-GIO-CONTO.
003693      MOVE FAT-IVA-NORM          TO FAT-GIO-IMPORTO.
003694      PERFORM 3985-RIGA-GIORNALE THRU 3985-RIGA-GIORNALE-EXIT.
003695      MOVE PDC-IVA-RIDOTTA       TO FAT-GIO-CONTO.
003696      MOVE FAT-IVA-RID           TO FAT-GIO-IMPORTO.
003697      PERFORM 3985-RIGA-GIORNALE THRU 3985-RIGA-GIORNALE-EXIT.
003698      MOVE PDC-NOTE-DA-APPLICARE TO FAT-GIO-CONTO.
003699      MOVE "A"                   TO FAT-GIO-SEGNO.
003700      MOVE FAT-TOTALE            TO FAT-GIO-IMPORTO.
003701      PERFORM 3985-RIGA-GIORNALE THRU 3985-RIGA-GIORNALE-EXIT.
003702  3980-SCRIVI-CONTABILITA-EXIT.
003703      EXIT.
003704*----------------------------------------------------------------
003705  3985-RIGA-GIORNALE.
003706      IF FAT-GIO-IMPORTO = ZERO
003707          GO TO 3985-RIGA-GIORNALE-EXIT
003708      END-IF.
003709      ADD 1 TO FAT-GIO-RIGA.
003710      MOVE SPACES              TO GIO-RECORD.
003711      MOVE "FAT200"            TO GIO-PROGRAMMA.
003712      MOVE FAT-OGGI            TO GIO-DATA-LOTTO.
003713      MOVE FAT-L-ORA           TO GIO-ORA-LOTTO.
003714      MOVE FAT-GIO-REG         TO GIO-REGISTRAZIONE.
003715      MOVE FAT-GIO-RIGA        TO GIO-RIGA.
003716      MOVE FAT-H-DATA          TO GIO-DATA-REG.
003717      MOVE FAT-GIO-CONTO       TO GIO-CONTO.
003718      MOVE FAT-GIO-SEGNO       TO GIO-SEGNO.
003719      MOVE FAT-GIO-IMPORTO     TO GIO-IMPORTO.
003720      MOVE FAT-MAG-RIFERIMENTO TO GIO-RIFERIMENTO.
003721      MOVE FAT-GIO-DESCRIZIONE TO GIO-DESCRIZIONE.
003722      WRITE GIO-RECORD.
003723      ADD 1 TO FAT-GIO-RIGHE.
003724  3985-RIGA-GIORNALE-EXIT.
003725      EXIT.
003726*----------------------------------------------------------------
003727  4000-EMETTI-RILASCIATE.
003728      MOVE ZERO TO FAT-CONTA-RIL FAT-ULTIMO-SOSP.
003729      MOVE ZERO TO FSP-ID FSP-RIGA.
003730      MOVE "N"  TO FAT-EOF-SOSP-SW.
003731      START SOSPESI-F KEY IS NOT LESS THAN FSP-CHIAVE
003732          INVALID KEY
003733              MOVE "S" TO FAT-EOF-SOSP-SW
003734      END-START.
003735      PERFORM 4100-CERCA-RILASCIATE
003736          THRU 4100-CERCA-RILASCIATE-EXIT
003737          UNTIL FAT-EOF-SOSPESI.
003738      SET FAT-DA-RILASCIO TO TRUE.
003739      PERFORM 4200-EMETTI-SOSPESA
003740          THRU 4200-EMETTI-SOSPESA-EXIT
003741          VARYING FAT-R FROM 1 BY 1
003742          UNTIL FAT-R > FAT-CONTA-RIL.
003743      MOVE "N" TO FAT-RIL-SW.
003744  4000-EMETTI-RILASCIATE-EXIT.
003745      EXIT.
003746*----------------------------------------------------------------
003747  4100-CERCA-RILASCIATE.
003748      READ SOSPESI-F NEXT RECORD
003749          AT END
003750              MOVE "S" TO FAT-EOF-SOSP-SW
003751      END-READ.
003752      IF FAT-EOF-SOSPESI
003753          GO TO 4100-CERCA-RILASCIATE-EXIT
003754      END-IF.
003755      MOVE FSP-ID TO FAT-ULTIMO-SOSP.
003756      IF FSP-RIGA NOT = ZERO OR NOT FSP-APPROVATA
003757          GO TO 4100-CERCA-RILASCIATE-EXIT
003758      END-IF.
003759      IF FAT-CONTA-RIL NOT LESS THAN 200
003760          DISPLAY "FAT200 - RILASCIO RINVIATO AL PROSSIMO CICLO "
003761              FSP-ID
003762          GO TO 4100-CERCA-RILASCIATE-EXIT
003763      END-IF.
003764      ADD 1 TO FAT-CONTA-RIL.
003765      MOVE FSP-ID TO FAT-RIL-ID(FAT-CONTA-RIL).
003766  4100-CERCA-RILASCIATE-EXIT.
003767      EXIT.
003768*----------------------------------------------------------------
003769  4200-EMETTI-SOSPESA.
003770      MOVE FAT-RIL-ID(FAT-R) TO FSP-ID.
003771      MOVE ZERO              TO FSP-RIGA.
003772      READ SOSPESI-F
003773          INVALID KEY
003774              DISPLAY "FAT200 - SOSPESO NON TROVATO " FSP-CHIAVE
003775              GO TO 4200-EMETTI-SOSPESA-EXIT
003776      END-READ.
003777      MOVE FSP-DOCUMENTO TO FATDOC-IN-RECORD.
003778      PERFORM 3400-APRI-FATTURA THRU 3400-APRI-FATTURA-EXIT.
003779      MOVE "N" TO FAT-EOF-SOSP-SW.
003780      START SOSPESI-F KEY IS GREATER THAN FSP-CHIAVE
003781          INVALID KEY
003782              MOVE "S" TO FAT-EOF-SOSP-SW
003783      END-START.
003784      PERFORM 4250-CARICA-RIGA-SOSPESA
003785          THRU 4250-CARICA-RIGA-SOSPESA-EXIT
003786          UNTIL FAT-EOF-SOSPESI.
003787      PERFORM 3500-CHIUDI-FATTURA THRU 3500-CHIUDI-FATTURA-EXIT.
003788      MOVE FAT-RIL-ID(FAT-R) TO FSP-ID.
003789      MOVE ZERO              TO FSP-RIGA.
003790      READ SOSPESI-F
003791          INVALID KEY
003792              DISPLAY "FAT200 - SOSPESO NON TROVATO " FSP-CHIAVE
003793              GO TO 4200-EMETTI-SOSPESA-EXIT
003794      END-READ.
003795      IF FAT-FATTURA-BLOCCATA
003796          MOVE "B" TO FSP-STATO
003797      ELSE
003798          MOVE "E" TO FSP-STATO
003799          ADD 1 TO FAT-RILASCIATE
003800      END-IF.
003801      MOVE FAT-H-DATA TO FSP-DATA-ESITO.
003802      REWRITE FSP-RECORD
003803          INVALID KEY
003804              DISPLAY "FAT200 - ERR RISCRITTURA FATSOSP "
003805                  FSP-CHIAVE
003806      END-REWRITE.
003807  4200-EMETTI-SOSPESA-EXIT.
003808      EXIT.
003809*----------------------------------------------------------------
003810  4250-CARICA-RIGA-SOSPESA.
003811      READ SOSPESI-F NEXT RECORD
003812          AT END
003813              MOVE "S" TO FAT-EOF-SOSP-SW
003814      END-READ.
003815      IF FAT-EOF-SOSPESI
003816          GO TO 4250-CARICA-RIGA-SOSPESA-EXIT
003817      END-IF.
003818      IF FSP-ID NOT = FAT-RIL-ID(FAT-R)
003819          MOVE "S" TO FAT-EOF-SOSP-SW
003820          GO TO 4250-CARICA-RIGA-SOSPESA-EXIT
003821      END-IF.
003822      MOVE FSP-DOCUMENTO TO FATDOC-IN-RECORD.
003823      PERFORM 3600-CARICA-RIGA THRU 3600-CARICA-RIGA-EXIT.
003824  4250-CARICA-RIGA-SOSPESA-EXIT.
003825      EXIT.
003826*----------------------------------------------------------------
003827  5000-RISTAMPA-REGISTRO.
003828      OPEN INPUT REGFAT-F.
003829      IF FAT-FS-REGFAT NOT = "00"
003830          DISPLAY "FAT200 - ERR APERTURA REGFAT " FAT-FS-REGFAT
003831          STOP RUN
003832      END-IF.
003833      OPEN OUTPUT DOCUM-OUT.
003834      PERFORM 5100-LETTURA-REGISTRO
003835          THRU 5100-LETTURA-REGISTRO-EXIT.
003836      PERFORM 5200-RISTAMPA-FATTURA
003837          THRU 5200-RISTAMPA-FATTURA-EXIT
003838          UNTIL FAT-EOF-REGISTRO.
003839      CLOSE REGFAT-F.
003840      CLOSE DOCUM-OUT.
003841      DISPLAY "FAT200 - FATTURE RISTAMPATE: " FAT-RISTAMPATE.
003842  5000-RISTAMPA-REGISTRO-EXIT.
003843      EXIT.
003844*----------------------------------------------------------------
003845  5100-LETTURA-REGISTRO.
003846      READ REGFAT-F
003847          AT END
003848              MOVE "S" TO FAT-EOF-REG-SW
003849      END-READ.
003850  5100-LETTURA-REGISTRO-EXIT.
003851      EXIT.
003852*----------------------------------------------------------------
003853  5200-RISTAMPA-FATTURA.
003854      IF FRG-NUMERO < FAT-RIST-DA
003860       OR FRG-NUMERO > FAT-RIST-A
003870          GO TO 5200-RISTAMPA-FATTURA-PROSEGUI
003880      END-IF.
003881      IF FRG-NOTA-CREDITO
003882          IF FAT-RIST-TIPO NOT = "N"
003883              GO TO 5200-RISTAMPA-FATTURA-PROSEGUI
003884          END-IF
003885          MOVE "NOTA CR. N." TO FAT-H-TIPO-DOC
003886      ELSE
003887          IF FAT-RIST-TIPO = "N"
003888              GO TO 5200-RISTAMPA-FATTURA-PROSEGUI
003889          END-IF
003890          MOVE "FATTURA N. " TO FAT-H-TIPO-DOC
003891      END-IF.
003892      ADD 1 TO FAT-RISTAMPATE.
003900      MOVE FRG-NUMERO  TO FAT-H-NUMERO.
003910      MOVE FRG-DATA    TO FAT-H-DATA.
003920      MOVE FRG-CLIENTE TO FAT-H-CLIENTE.
003940      WRITE DOCUM-OUT-RECORD.
003950      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-RISTAMPA.
003960      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-TITOLO.
003961      IF FRG-NOTA-CREDITO
003962          MOVE FRG-RIF-NUMERO TO FAT-F-RIF-NUMERO
003963          MOVE FRG-RIF-ANNO   TO FAT-F-RIF-ANNO
003964          WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-RIFERIMENTO
003965      END-IF.
003970      MOVE "IMPONIBILE SCONTATO : " TO FAT-R-DESCRIZIONE.
003980      MOVE FRG-IMPONIBILE          TO FAT-R-IMPORTO.
003990      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-TOTALI.
004000      MOVE "IVA                 : " TO FAT-R-DESCRIZIONE.
004010      MOVE FRG-IVA                 TO FAT-R-IMPORTO.
004020      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-TOTALI.
004030      IF FRG-NOTA-CREDITO
004031          MOVE "TOTALE NOTA CREDITO : " TO FAT-R-DESCRIZIONE
004032      ELSE
004033          MOVE "TOTALE FATTURA      : " TO FAT-R-DESCRIZIONE
004034      END-IF.
004040      MOVE FRG-TOTALE              TO FAT-R-IMPORTO.
004050      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-TOTALI.
004060  5200-RISTAMPA-FATTURA-PROSEGUI.
004180  8000-FINALIZZA.
004190      MOVE FAT-EMESSE   TO FAT-R-EMESSE.
004200      MOVE FAT-BLOCCATE TO FAT-R-BLOCCATE.
004205      MOVE FAT-NOTE-EMESSE TO FAT-R-NOTE.
004210      MOVE SPACES TO DOCUM-OUT-RECORD.
004220      WRITE DOCUM-OUT-RECORD.
004230      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-FINALE.
004232      MOVE FAT-SOSPESE    TO FAT-R-SOSPESE.
004234      MOVE FAT-RILASCIATE TO FAT-R-RILASCIATE.
004236      WRITE DOCUM-OUT-RECORD FROM FAT-RIGA-FINALE-2.
004240      CLOSE FATDOC-IN.
004250      CLOSE PREZZI-MST.
004252      CLOSE ARTANA-MST.
004260      CLOSE DOCUM-OUT.
004270      CLOSE ERRORI-OUT.
004271      MOVE SPACES             TO MLT-RECORD.
004272      MOVE "T"                TO MLT-TIPO-REC.
004273      MOVE "FAT200"           TO MLT-PROGRAMMA.
004274      MOVE FAT-OGGI           TO MLT-DATA-LOTTO.
004275      MOVE FAT-L-ORA          TO MLT-ORA-LOTTO.
004276      MOVE FAT-MOVIMENTI      TO MLT-NUM-RECORD.
004277      MOVE FAT-TOT-MOVIMENTI  TO MLT-TOT-IMPORTI.
004278      WRITE MLT-RECORD.
004280      CLOSE MOVIM-OUT.
004282      CLOSE REGFAT-F.
004283      CLOSE RIGFAT-F.
004284      CLOSE CLIENTI-F.
004285      IF FAT-STORICO-PRESENTE
004286          CLOSE STORICO-F
004287      END-IF.
004288      CLOSE SOSPESI-F.
004289      CLOSE MAGAZZ-F.
004290      CLOSE MOVMAG-OUT.
004291      CLOSE NEGATIVI-OUT.
004292      IF FAT-CONDIZ-PRESENTE
004293          CLOSE CONDIZ-MST
004294      END-IF.
004295      CLOSE GIORNALE-OUT.
004296      PERFORM 8100-SALVA-NUMERAZIONE
004297          THRU 8100-SALVA-NUMERAZIONE-EXIT.
004298      DISPLAY "FAT200 - FATTURE EMESSE  : " FAT-EMESSE.
004300      DISPLAY "FAT200 - FATTURE BLOCCATE: " FAT-BLOCCATE.
004305      DISPLAY "FAT200 - NOTE CREDITO    : " FAT-NOTE-EMESSE.
004306      DISPLAY "FAT200 - FATTURE SOSPESE : " FAT-SOSPESE.
004307      DISPLAY "FAT200 - SOSPESE RILASCIATE: " FAT-RILASCIATE.
004310      DISPLAY "FAT200 - RIGHE IN ERRORE : " FAT-RIGHE-ERRORE.
004320      DISPLAY "FAT200 - MOVIMENTI SCRITTI: " FAT-MOVIMENTI.
004321      DISPLAY "FAT200 - SCARICHI MAGAZZINO: " FAT-SCARICHI.
004322      DISPLAY "FAT200 - RIGHE A CONDIZIONE: " FAT-RIGHE-CONDIZ.
004323      DISPLAY "FAT200 - SEGNALAZIONI MAGNEG: " FAT-NEGATIVI.
004324      DISPLAY "FAT200 - ULTIMO NUMERO   : " FAT-NUM-FATTURA.
004326      DISPLAY "FAT200 - ULTIMA NOTA     : " FAT-NUM-NOTA.
004327      DISPLAY "FAT200 - REGISTRAZIONI CG : " FAT-GIO-REG.
004328      DISPLAY "FAT200 - RIGHE GIORNALE CG: " FAT-GIO-RIGHE.
004330  8000-FINALIZZA-EXIT.
004340      EXIT.
004350*----------------------------------------------------------------
004420      MOVE SPACES          TO NUMERO-RECORD.
004430      MOVE FAT-OGGI-AAAA   TO NUM-ANNO.
004440      MOVE FAT-NUM-FATTURA TO NUM-ULTIMO.
004445      MOVE FAT-NUM-NOTA    TO NUM-ULTIMA-NOTA.
004450      WRITE NUMERO-RECORD.
004460      CLOSE NUMERO-F.
004470  8100-SALVA-NUMERAZIONE-EXIT.
