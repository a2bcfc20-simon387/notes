000010*================================================================
000020  IDENTIFICATION DIVISION.
000030*================================================================
000040  PROGRAM-ID.     IBN100.
000050  AUTHOR.         S. ROSSI.
000060  INSTALLATION.   UFFICIO ELABORAZIONE DATI - ANAGRAFICHE.
000070  DATE-WRITTEN.   15/10/2026.
000080  DATE-COMPILED.
000090*----------------------------------------------------------------
000100* STORIA DELLE MODIFICHE
000110* DATA       AUTORE  DESCRIZIONE
000120* 15/10/2026 SR      PRIMA STESURA - SOTTOPROGRAMMA CONDIVISO DI
000130*                     CONTROLLO FORMALE DI UN CODICE IBAN, SUL
000140*                     MODELLO DI REG100: LUNGHEZZA (27 PER I
000150*                     CONTI ITALIANI, DA 15 A 34 PER GLI ALTRI
000160*                     PAESI SEPA), SOLO CIFRE E LETTERE MAIUSCOLE
000170*                     SENZA SPAZI INTERMEDI, SIGLA PAESE E
000180*                     CARATTERI DI CONTROLLO INTERNAZIONALI
000190*                     VERIFICATI COL MODULO 97 (IBAN RUOTATO DI
000200*                     QUATTRO POSIZIONI, LETTERE CONVERTITE IN
000210*                     10-35, RESTO ATTESO 1). RICHIAMATO DAL
000220*                     CARICAMENTO ANAGRAFICA DIPENDENTI PAY900 E
000230*                     DALLA PREPARAZIONE BONIFICI STIPENDI PAY500.
000240*                     ESITO: 00 VALIDO, 01 ASSENTE, 02 FORMATO
000250*                     ERRATO, 03 CARATTERI DI CONTROLLO ERRATI.
000260*----------------------------------------------------------------
000270*================================================================
000280  ENVIRONMENT DIVISION.
000290*================================================================
000300  CONFIGURATION SECTION.
000310  SOURCE-COMPUTER.   IBM-370.
000320  OBJECT-COMPUTER.   IBM-370.
000330*================================================================
000340  DATA DIVISION.
000350*================================================================
000360  WORKING-STORAGE SECTION.
000370  77  IBN-LUNG                      PIC 9(02) COMP VALUE ZERO.
000380  77  IBN-I                         PIC 9(02) COMP VALUE ZERO.
000390  77  IBN-VALORE                    PIC 9(02) VALUE ZERO.
000400  77  IBN-NUMERO                    PIC 9(05) VALUE ZERO.
000410  77  IBN-QUOZIENTE                 PIC 9(05) VALUE ZERO.
000420  77  IBN-RESTO                     PIC 9(02) VALUE ZERO.
000430  01  IBN-LAVORO.
000440      05  IBN-PAESE                PIC X(02).
000450      05  IBN-CONTROLLO            PIC X(02).
000460      05  FILLER                   PIC X(30).
000470  01  IBN-R-LAVORO REDEFINES IBN-LAVORO.
000480      05  IBN-CARATTERE            PIC X(01)
000490              OCCURS 34 TIMES.
000500  01  IBN-TAB-SIMBOLI.
000510      05  IBN-SIMBOLI-VAL          PIC X(36)
000520              VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000530      05  IBN-R-SIMBOLI REDEFINES IBN-SIMBOLI-VAL.
000540          10  IBN-SIMBOLO          PIC X(01)
000550                  OCCURS 36 TIMES
000560                  INDEXED BY IBN-S.
000570  LINKAGE SECTION.
000580  01  IBN-IBAN                      PIC X(34).
000590  01  IBN-ESITO                     PIC X(02).
000600      88  IBN-VALIDO                        VALUE "00".
000610*================================================================
000620  PROCEDURE DIVISION
000630      USING IBN-IBAN IBN-ESITO.
000640*================================================================
000650  0000-MAINLINE.
000660      MOVE "00" TO IBN-ESITO.
000670      IF IBN-IBAN = SPACES
000680          MOVE "01" TO IBN-ESITO
000690          GOBACK
000700      END-IF.
000710      MOVE IBN-IBAN TO IBN-LAVORO.
000720      PERFORM 1000-CONTROLLA-FORMATO
000730          THRU 1000-CONTROLLA-FORMATO-EXIT.
000740      IF IBN-VALIDO
000750          PERFORM 2000-CONTROLLA-CIFRE
000760              THRU 2000-CONTROLLA-CIFRE-EXIT
000770      END-IF.
000780      GOBACK.
000790*----------------------------------------------------------------
000800  1000-CONTROLLA-FORMATO.
000810      MOVE ZERO TO IBN-LUNG.
000820      PERFORM 1100-CERCA-FINE THRU 1100-CERCA-FINE-EXIT
000830          VARYING IBN-I FROM 1 BY 1
000840          UNTIL IBN-I > 34.
000850      IF IBN-LUNG < 15
000860          MOVE "02" TO IBN-ESITO
000870          GO TO 1000-CONTROLLA-FORMATO-EXIT
000880      END-IF.
000890      IF IBN-PAESE = "IT"
000900         AND IBN-LUNG NOT = 27
000910          MOVE "02" TO IBN-ESITO
000920          GO TO 1000-CONTROLLA-FORMATO-EXIT
000930      END-IF.
000940      IF IBN-PAESE NOT ALPHABETIC-UPPER
000950         OR IBN-CONTROLLO NOT NUMERIC
000960          MOVE "02" TO IBN-ESITO
000970          GO TO 1000-CONTROLLA-FORMATO-EXIT
000980      END-IF.
000990      PERFORM 1200-CONTROLLA-CARATTERE
001000          THRU 1200-CONTROLLA-CARATTERE-EXIT
001010          VARYING IBN-I FROM 1 BY 1
001020          UNTIL IBN-I > IBN-LUNG
001030             OR NOT IBN-VALIDO.
001040  1000-CONTROLLA-FORMATO-EXIT.
001050      EXIT.
001060*----------------------------------------------------------------
001070  1100-CERCA-FINE.
001080      IF IBN-CARATTERE(IBN-I) NOT = SPACE
001090          MOVE IBN-I TO IBN-LUNG
001100      END-IF.
001110  1100-CERCA-FINE-EXIT.
001120      EXIT.
001130*----------------------------------------------------------------
001140  1200-CONTROLLA-CARATTERE.
001150      PERFORM 1300-VALORE-CARATTERE
001160          THRU 1300-VALORE-CARATTERE-EXIT.
001170      IF IBN-VALORE > 35
001180          MOVE "02" TO IBN-ESITO
001190      END-IF.
001200  1200-CONTROLLA-CARATTERE-EXIT.
001210      EXIT.
001220*----------------------------------------------------------------
001230* VALORE DEL CARATTERE: CIFRE 0-9, LETTERE A-Z 10-35, ALTRO 99
001240*----------------------------------------------------------------
001250  1300-VALORE-CARATTERE.
001260      SET IBN-S TO 1.
001270      SEARCH IBN-SIMBOLO
001280          AT END
001290              MOVE 99 TO IBN-VALORE
001300          WHEN IBN-SIMBOLO(IBN-S) = IBN-CARATTERE(IBN-I)
001310              SET IBN-VALORE TO IBN-S
001320              SUBTRACT 1 FROM IBN-VALORE
001330      END-SEARCH.
001340  1300-VALORE-CARATTERE-EXIT.
001350      EXIT.
001360*----------------------------------------------------------------
001370* MODULO 97 SULL'IBAN RUOTATO: PRIMA DALLA QUINTA POSIZIONE ALLA
001380* FINE, POI PAESE E CARATTERI DI CONTROLLO. IL RESTO VIENE
001390* RIPORTATO CIFRA PER CIFRA, COSI BASTANO CINQUE POSIZIONI
001400*----------------------------------------------------------------
001410  2000-CONTROLLA-CIFRE.
001420      MOVE ZERO TO IBN-RESTO.
001430      PERFORM 2100-ACCUMULA-RESTO THRU 2100-ACCUMULA-RESTO-EXIT
001440          VARYING IBN-I FROM 5 BY 1
001450          UNTIL IBN-I > IBN-LUNG.
001460      PERFORM 2100-ACCUMULA-RESTO THRU 2100-ACCUMULA-RESTO-EXIT
001470          VARYING IBN-I FROM 1 BY 1
001480          UNTIL IBN-I > 4.
001490      IF IBN-RESTO NOT = 1
001500          MOVE "03" TO IBN-ESITO
001510      END-IF.
001520  2000-CONTROLLA-CIFRE-EXIT.
001530      EXIT.
001540*----------------------------------------------------------------
001550  2100-ACCUMULA-RESTO.
001560      PERFORM 1300-VALORE-CARATTERE
001570          THRU 1300-VALORE-CARATTERE-EXIT.
001580      IF IBN-VALORE < 10
001590          COMPUTE IBN-NUMERO = IBN-RESTO * 10 + IBN-VALORE
001600      ELSE
001610          COMPUTE IBN-NUMERO = IBN-RESTO * 100 + IBN-VALORE
001620      END-IF.
001630      DIVIDE IBN-NUMERO BY 97
001640          GIVING IBN-QUOZIENTE REMAINDER IBN-RESTO.
001650  2100-ACCUMULA-RESTO-EXIT.
001660      EXIT.
