       IDENTIFICATION DIVISION.
       PROGRAM-ID.    R001TKRV.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : VEDLIKEHOLD AV TRYGDEKONTORREGISTERET              !
      *!            P292.TKREG.VSAM MED TRANSAKSJONSKORT. REGISTERET   !
      *!            HAR KONTORNR, NAVN, FYLKE, GYLDIG FRA/TIL PERIODE  !
      *!            OG KONTORNR DET ER SLÅTT SAMMEN MED, OG LESES AV   !
      *!            R001TKRS. EN KOMMUNESAMMENSLÅING ELLER NEDLEGGING  !
      *!            LEGGES INN SOM ENDRING MED TIL-PERIODE OG          !
      *!            ETTERFØLGER - KONTORET SLETTES IKKE, SIDEN GAMLE   !
      *!            PERIODER I HISTFIL FORTSATT VISER TIL DET.         !
      *!            ALLE TRANSAKSJONER - OGSÅ DE AVVISTE - SKRIVES PÅ  !
      *!            EN REVISJONSLISTE MED GAMMELT OG NYTT INNHOLD OG   !
      *!            ANTALL POSTER I REGISTERET FØR OG ETTER KJØRINGEN. !
      *!   INPUT  : TRANSAKSJONSKORT (KORTFIL)                         !
      *!   OUTPUT : P292.TKREG.VSAM (AJOURFØRT)                        !
      *!            REVISJONSLISTE (LISTE)                             !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KORTFIL ASSIGN KORTFIL.
           SELECT TKREG  ASSIGN TKREG
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKREG-KONTOR
               FILE STATUS IS TKREG-STATUS.
           SELECT LISTE  ASSIGN LISTE.

       DATA DIVISION.
       FILE SECTION.

      *+---------------------------------------------------------------+
      *!   TRANSAKSJONSKORT: N = NY POST, E = ENDRING, S = SLETTING.   !
      *!   KONTORNR ER NØKKEL. BLANKT FYLKE = DE TO FØRSTE SIFRENE I   !
      *!   KONTORNR, BLANK FRA = 0000 (ALLTID), BLANK TIL = 9999       !
      *!   (ÅPEN), BLANKT SAMMENSL = 0000 (IKKE SAMMENSLÅTT).          !
      *+---------------------------------------------------------------+
       FD  KORTFIL
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA  RECORDS KORT-REC.
       01  KORT-REC.
           03 KORT-KODE       PIC X.
           03 KORT-KONTOR     PIC 9(4).
           03 KORT-NAVN       PIC X(23).
           03 KORT-FYLKE-X    PIC XX.
           03 KORT-FYLKE      REDEFINES KORT-FYLKE-X    PIC 99.
           03 KORT-FRA-X      PIC X(4).
           03 KORT-FRA        REDEFINES KORT-FRA-X      PIC 9(4).
           03 KORT-TIL-X      PIC X(4).
           03 KORT-TIL        REDEFINES KORT-TIL-X      PIC 9(4).
           03 KORT-SAMMENSL-X PIC X(4).
           03 KORT-SAMMENSL   REDEFINES KORT-SAMMENSL-X PIC 9(4).
           03 FILLER          PIC X(38).

      *+---------------------------------------------------------------+
      *!   TRYGDEKONTORREGISTERET, SAMME OPPBYGGING SOM I R001TKRS.    !
      *!   ENDRET ER DATO ÅÅMMDD FOR SISTE AJOURFØRING AV POSTEN.      !
      *+---------------------------------------------------------------+
       FD  TKREG
           LABEL RECORDS STANDARD.
       01  TKREG-REC.
           03 TKREG-KONTOR   PIC 9(4).
           03 TKREG-NAVN     PIC X(23).
           03 TKREG-FYLKE    PIC 99.
           03 TKREG-FRA-PER  PIC 9(4).
           03 TKREG-TIL-PER  PIC 9(4).
           03 TKREG-SAMMENSL PIC 9(4).
           03 TKREG-ENDRET   PIC 9(6).
           03 FILLER         PIC X(33).

       FD  LISTE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA  RECORDS LISTE-REC.
       01  LISTE-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       77  TKREG-STATUS     PIC XX    VALUE '00'.
       77  DAGDATO          PIC 9(6)  VALUE ZERO.
       77  W-AAR            PIC 99    VALUE ZERO.
       77  W-MND            PIC 99    VALUE ZERO.
       77  W-REST           PIC 99    VALUE ZERO.
       77  W-PERIODE        PIC 9(4)  VALUE ZERO.
       77  W-LANG           PIC 9(5)  VALUE ZERO.
       77  W-LANG-FRA       PIC 9(5)  VALUE ZERO.
       77  ANT-FOR          PIC 9(5)  VALUE ZERO.
       77  ANT-ETTER        PIC 9(5)  VALUE ZERO.
       77  ANT-NY           PIC 9(5)  VALUE ZERO.
       77  ANT-ENDRET       PIC 9(5)  VALUE ZERO.
       77  ANT-SLETTET      PIC 9(5)  VALUE ZERO.
       77  ANT-AVVIST       PIC 9(5)  VALUE ZERO.
       77  SW-SLUTT-TKREG   PIC X     VALUE SPACE.
       77  SW-GODKJENT      PIC X     VALUE SPACE.
       77  SW-FEIL          PIC X     VALUE SPACE.
       77  SW-GML           PIC X     VALUE SPACE.
       77  SW-HENVIST       PIC X     VALUE SPACE.
       77  HENVIST-FRA      PIC 9(4)  VALUE ZERO.

       01  HENVIST-TEKST.
           03 FILLER        PIC X(26)  VALUE
              'ETTERFØLGER FOR KONTOR    '.
           03 HT-KONTOR     PIC 9(4).

      * NYTT INNHOLD ETTER KONTROLL OG UTFYLLING AV BLANKE FELT.
       01  NY-INNHOLD.
           03 N-NAVN        PIC X(23).
           03 N-FYLKE       PIC 99.
           03 N-FRA-PER     PIC 9(4).
           03 N-TIL-PER     PIC 9(4).
           03 N-SAMMENSL    PIC 9(4).

      * GAMMELT INNHOLD VED ENDRING OG SLETTING, FOR REVISJONSLISTEN.
       01  GML-INNHOLD.
           03 G-NAVN        PIC X(23).
           03 G-FYLKE       PIC 99.
           03 G-FRA-PER     PIC 9(4).
           03 G-TIL-PER     PIC 9(4).
           03 G-SAMMENSL    PIC 9(4).

       01  HODE-1.
           03 FILLER        PIC X(34)  VALUE
              'R001TKRV  VEDLIKEHOLD AV TRYGDEKON'.
           03 FILLER        PIC X(34)  VALUE
              'TORREGISTERET P292.TKREG          '.
           03 FILLER        PIC X(64)  VALUE SPACES.
       01  HODE-2.
           03 FILLER        PIC X(5)   VALUE 'KODE '.
           03 FILLER        PIC X(7)   VALUE 'KONTOR '.
           03 FILLER        PIC X(6)   VALUE SPACES.
           03 FILLER        PIC X(25)  VALUE 'NAVN'.
           03 FILLER        PIC X(5)   VALUE 'FY   '.
           03 FILLER        PIC X(7)   VALUE 'FRA    '.
           03 FILLER        PIC X(7)   VALUE 'TIL    '.
           03 FILLER        PIC X(7)   VALUE 'SAMM.  '.
           03 FILLER        PIC X(40)  VALUE 'RESULTAT'.
           03 FILLER        PIC X(23)  VALUE SPACES.

      *+---------------------------------------------------------------+
      *!   EN LINJE MED NYTT INNHOLD (SLIK KORTET BLE GODTATT, ELLER   !
      *!   SLIK DET STO PÅ KORTET NÅR DET BLE AVVIST), OG FOR ENDRING  !
      *!   OG SLETTING EN LINJE TIL UNDER MED GAMMELT INNHOLD.         !
      *+---------------------------------------------------------------+
       01  TRANS-LINJE.
           03 TL-KODE       PIC X.
           03 FILLER        PIC X(4)   VALUE SPACES.
           03 TL-KONTOR     PIC X(4).
           03 FILLER        PIC X(3)   VALUE SPACES.
           03 TL-HVA        PIC X(4).
           03 FILLER        PIC X(2)   VALUE SPACES.
           03 TL-NAVN       PIC X(23).
           03 FILLER        PIC X(2)   VALUE SPACES.
           03 TL-FYLKE      PIC X(2).
           03 FILLER        PIC X(3)   VALUE SPACES.
           03 TL-FRA        PIC X(4).
           03 FILLER        PIC X(3)   VALUE SPACES.
           03 TL-TIL        PIC X(4).
           03 FILLER        PIC X(3)   VALUE SPACES.
           03 TL-SAMMENSL   PIC X(4).
           03 FILLER        PIC X(3)   VALUE SPACES.
           03 TL-RESULTAT   PIC X(40).
           03 FILLER        PIC X(23)  VALUE SPACES.

       01  SUM-LINJE.
           03 SL-TEKST      PIC X(40).
           03 SL-ANTALL     PIC Z(4)9.
           03 FILLER        PIC X(87)  VALUE SPACES.

      *--------------------------------------------------------
       PROCEDURE DIVISION.
       0000.
           OPEN     INPUT          KORTFIL.
           OPEN     I-O            TKREG.
           OPEN     OUTPUT         LISTE.
           ACCEPT   DAGDATO FROM DATE.

           PERFORM  TELL-TKREG.
           MOVE     ANT-FOR TO ANT-ETTER.

           WRITE    LISTE-REC FROM HODE-1 AFTER 1.
           WRITE    LISTE-REC FROM HODE-2 AFTER 2.

       1000.
           READ     KORTFIL
             AT END GO TO 9000.

           MOVE     KORT-KODE       TO TL-KODE.
           MOVE     KORT-KONTOR     TO TL-KONTOR.
           MOVE     'NY  '          TO TL-HVA.
           MOVE     KORT-NAVN       TO TL-NAVN.
           MOVE     KORT-FYLKE-X    TO TL-FYLKE.
           MOVE     KORT-FRA-X      TO TL-FRA.
           MOVE     KORT-TIL-X      TO TL-TIL.
           MOVE     KORT-SAMMENSL-X TO TL-SAMMENSL.
           MOVE     SPACES          TO TL-RESULTAT.
           MOVE     SPACE           TO SW-GODKJENT SW-GML.

           IF       KORT-KONTOR NOT NUMERIC OR KORT-KONTOR = ZERO
                    MOVE 'AVVIST - KONTORNR IKKE NUMERISK' TO
                         TL-RESULTAT
                    GO TO 1090.

           IF   KORT-KODE = 'N'
                PERFORM NY-POST
           ELSE
                IF   KORT-KODE = 'E'
                     PERFORM ENDRE-POST
                ELSE
                     IF   KORT-KODE = 'S'
                          PERFORM SLETT-POST
                     ELSE
                          MOVE 'AVVIST - UKJENT TRANSAKSJONSKODE' TO
                               TL-RESULTAT.
       1090.
           IF       SW-GODKJENT NOT = '9'
                    ADD 1 TO ANT-AVVIST.
           WRITE    LISTE-REC FROM TRANS-LINJE AFTER 2.
           IF       SW-GML = '9'
                    PERFORM SKRIV-GML.
           GO TO    1000.
       9000.
           PERFORM  SKRIV-SUMMER.
           CLOSE    KORTFIL
                    TKREG
                    LISTE.
           STOP RUN.

      *+---------------------------------------------------------------+
      *!   TELLER ANTALL POSTER I REGISTERET VED Å LESE DET            !
      *!   SEKVENSIELT FRA LAVESTE NØKKEL. BRUKES FØR KJØRINGEN;       !
      *!   ANTALLET ETTERPÅ AVLEDES AV GODKJENTE NY/SLETTING.          !
      *+---------------------------------------------------------------+
       TELL-TKREG SECTION.
           MOVE     ZERO  TO ANT-FOR.
           MOVE     ZERO  TO TKREG-KONTOR.
           MOVE     SPACE TO SW-SLUTT-TKREG.
           START    TKREG KEY NOT < TKREG-KONTOR
             INVALID KEY MOVE '9' TO SW-SLUTT-TKREG.
           IF       SW-SLUTT-TKREG NOT = '9'
                    PERFORM LES-NESTE-TKREG
                        UNTIL SW-SLUTT-TKREG = '9'.

       LES-NESTE-TKREG SECTION.
           READ     TKREG NEXT
             AT END MOVE '9' TO SW-SLUTT-TKREG.
           IF       SW-SLUTT-TKREG NOT = '9'
                    ADD 1 TO ANT-FOR.

      *+---------------------------------------------------------------+
      *!   NY POST: INNHOLDET MÅ GODKJENNES, OG KONTORET MÅ IKKE       !
      *!   FINNES I REGISTERET FRA FØR.                                !
      *+---------------------------------------------------------------+
       NY-POST SECTION.
           PERFORM  KONTROLLER-INNHOLD.
           IF       SW-FEIL = '9'
                    GO TO 9199.
           MOVE     KORT-KONTOR TO TKREG-KONTOR.
           PERFORM  FLYTT-NY-INNHOLD.
           WRITE    TKREG-REC
             INVALID KEY MOVE 'AVVIST - KONTORET FINNES FRA FØR' TO
                              TL-RESULTAT
                         GO TO 9199.
           MOVE     '9' TO SW-GODKJENT.
           MOVE     'GODKJENT - NY POST' TO TL-RESULTAT.
           ADD      1 TO ANT-NY.
           ADD      1 TO ANT-ETTER.
       9199.
           EXIT.

      *+---------------------------------------------------------------+
      *!   ENDRING: POSTEN MÅ FINNES, OG NYTT INNHOLD MÅ GODKJENNES.   !
      *!   KORTET ERSTATTER HELE INNHOLDET. GAMMELT INNHOLD TAS MED    !
      *!   PÅ LISTEN SLIK AT ENDRINGEN KAN ETTERKONTROLLERES.          !
      *+---------------------------------------------------------------+
       ENDRE-POST SECTION.
           PERFORM  KONTROLLER-INNHOLD.
           IF       SW-FEIL = '9'
                    GO TO 9299.
           MOVE     KORT-KONTOR TO TKREG-KONTOR.
           READ     TKREG
             INVALID KEY MOVE 'AVVIST - KONTORET FINNES IKKE' TO
                              TL-RESULTAT
                         GO TO 9299.
           PERFORM  TA-VARE-GML.
           PERFORM  FLYTT-NY-INNHOLD.
           REWRITE  TKREG-REC
             INVALID KEY MOVE 'AVVIST - FEIL VED OPPDATERING' TO
                              TL-RESULTAT
                         GO TO 9299.
           MOVE     '9' TO SW-GODKJENT.
           MOVE     'GODKJENT - ENDRET' TO TL-RESULTAT.
           ADD      1 TO ANT-ENDRET.
       9299.
           EXIT.

      *+---------------------------------------------------------------+
      *!   SLETTING: POSTEN MÅ FINNES, OG INGEN ANDRE KONTORER KAN     !
      *!   VÆRE SLÅTT SAMMEN MED DEN. GAMMELT INNHOLD TAS MED PÅ       !
      *!   LISTEN SLIK AT EN FEILAKTIG SLETTING KAN LEGGES INN IGJEN.  !
      *+---------------------------------------------------------------+
       SLETT-POST SECTION.
           MOVE     SPACES TO TL-HVA TL-NAVN TL-FYLKE TL-FRA TL-TIL
                              TL-SAMMENSL.
           MOVE     KORT-KONTOR TO TKREG-KONTOR.
           READ     TKREG
             INVALID KEY MOVE 'AVVIST - KONTORET FINNES IKKE' TO
                              TL-RESULTAT
                         GO TO 9399.
           PERFORM  TA-VARE-GML.
           PERFORM  SJEKK-HENVISNING.
           IF       SW-HENVIST = '9'
                    MOVE 'AVVIST - ER ETTERFØLGER FOR ANNET KONTOR'
                         TO TL-RESULTAT
                    GO TO 9399.
           MOVE     KORT-KONTOR TO TKREG-KONTOR.
           DELETE   TKREG
             INVALID KEY MOVE 'AVVIST - FEIL VED SLETTING' TO
                              TL-RESULTAT
                         GO TO 9399.
           MOVE     '9' TO SW-GODKJENT.
           MOVE     'GODKJENT - SLETTET' TO TL-RESULTAT.
           ADD      1 TO ANT-SLETTET.
           SUBTRACT 1 FROM ANT-ETTER.
       9399.
           EXIT.

      *+---------------------------------------------------------------+
      *!   KONTROLL AV NYTT INNHOLD FOR NY POST OG ENDRING. BLANKE     !
      *!   FELT FYLLES UT, OG FEIL GIR SW-FEIL = '9' MED GRUNNEN I     !
      *!   RESULTATFELTET. ET SAMMENSLÅTT KONTOR MÅ HA TIL-PERIODE,    !
      *!   OG ETTERFØLGEREN MÅ FINNES I REGISTERET.                    !
      *+---------------------------------------------------------------+
       KONTROLLER-INNHOLD SECTION.
           MOVE     '9' TO SW-FEIL.
           IF       KORT-NAVN = SPACES
                    MOVE 'AVVIST - NAVN MANGLER' TO TL-RESULTAT
                    GO TO 8099.
           MOVE     KORT-NAVN TO N-NAVN.

           IF       KORT-FYLKE-X NOT = SPACES AND
                    KORT-FYLKE NOT NUMERIC
                    MOVE 'AVVIST - FYLKE IKKE NUMERISK' TO TL-RESULTAT
                    GO TO 8099.
           IF       KORT-FYLKE-X = SPACES
                    DIVIDE KORT-KONTOR BY 100 GIVING N-FYLKE
                           REMAINDER W-REST
           ELSE
                    MOVE KORT-FYLKE TO N-FYLKE.
           IF       N-FYLKE < 1 OR N-FYLKE > 20
                    MOVE 'AVVIST - UGYLDIG FYLKE' TO TL-RESULTAT
                    GO TO 8099.

           IF       KORT-FRA-X NOT = SPACES AND
                    KORT-FRA NOT NUMERIC
                    MOVE 'AVVIST - FRA-PERIODE IKKE NUMERISK' TO
                         TL-RESULTAT
                    GO TO 8099.
           IF       KORT-FRA-X = SPACES
                    MOVE ZERO TO N-FRA-PER
           ELSE
                    MOVE KORT-FRA TO N-FRA-PER.
           IF       N-FRA-PER NOT = ZERO
                    DIVIDE N-FRA-PER BY 100 GIVING W-AAR
                           REMAINDER W-MND
                    IF   W-MND < 1 OR W-MND > 12
                         MOVE 'AVVIST - UGYLDIG FRA-PERIODE' TO
                              TL-RESULTAT
                         GO TO 8099.

           IF       KORT-TIL-X NOT = SPACES AND
                    KORT-TIL NOT NUMERIC
                    MOVE 'AVVIST - TIL-PERIODE IKKE NUMERISK' TO
                         TL-RESULTAT
                    GO TO 8099.
           IF       KORT-TIL-X = SPACES
                    MOVE 9999 TO N-TIL-PER
           ELSE
                    MOVE KORT-TIL TO N-TIL-PER.
           IF       N-TIL-PER NOT = 9999
                    DIVIDE N-TIL-PER BY 100 GIVING W-AAR
                           REMAINDER W-MND
                    IF   W-MND < 1 OR W-MND > 12
                         MOVE 'AVVIST - UGYLDIG TIL-PERIODE' TO
                              TL-RESULTAT
                         GO TO 8099.

      * PERIODENE ER ÅÅMM; ÅR UNDER 50 ER 20ÅÅ (SE R001TKRS).
           IF       N-FRA-PER NOT = ZERO AND N-TIL-PER NOT = 9999
                    MOVE N-FRA-PER TO W-PERIODE
                    PERFORM LANG-PERIODE
                    MOVE W-LANG TO W-LANG-FRA
                    MOVE N-TIL-PER TO W-PERIODE
                    PERFORM LANG-PERIODE
                    IF   W-LANG-FRA > W-LANG
                         MOVE 'AVVIST - FRA-PERIODE ETTER TIL-PERIODE'
                              TO TL-RESULTAT
                         GO TO 8099.

           IF       KORT-SAMMENSL-X NOT = SPACES AND
                    KORT-SAMMENSL NOT NUMERIC
                    MOVE 'AVVIST - SAMMENSL IKKE NUMERISK' TO
                         TL-RESULTAT
                    GO TO 8099.
           IF       KORT-SAMMENSL-X = SPACES
                    MOVE ZERO TO N-SAMMENSL
           ELSE
                    MOVE KORT-SAMMENSL TO N-SAMMENSL.
           IF       N-SAMMENSL = ZERO
                    GO TO 8090.
           IF       N-SAMMENSL = KORT-KONTOR
                    MOVE 'AVVIST - SAMMENSLÅTT MED SEG SELV' TO
                         TL-RESULTAT
                    GO TO 8099.
           IF       N-TIL-PER = 9999
                    MOVE 'AVVIST - SAMMENSLÅTT UTEN TIL-PERIODE' TO
                         TL-RESULTAT
                    GO TO 8099.
           MOVE     N-SAMMENSL TO TKREG-KONTOR.
           READ     TKREG
             INVALID KEY MOVE 'AVVIST - ETTERFØLGEREN FINNES IKKE' TO
                              TL-RESULTAT
                         GO TO 8099.
       8090.
           MOVE     SPACE      TO SW-FEIL.
           MOVE     N-NAVN     TO TL-NAVN.
           MOVE     N-FYLKE    TO TL-FYLKE.
           MOVE     N-FRA-PER  TO TL-FRA.
           MOVE     N-TIL-PER  TO TL-TIL.
           MOVE     N-SAMMENSL TO TL-SAMMENSL.
       8099.
           EXIT.

       LANG-PERIODE SECTION.
           MOVE     W-PERIODE TO W-LANG.
           IF       W-PERIODE < 5000
                    ADD 10000 TO W-LANG.

       FLYTT-NY-INNHOLD SECTION.
           MOVE     SPACES     TO TKREG-REC.
           MOVE     KORT-KONTOR TO TKREG-KONTOR.
           MOVE     N-NAVN     TO TKREG-NAVN.
           MOVE     N-FYLKE    TO TKREG-FYLKE.
           MOVE     N-FRA-PER  TO TKREG-FRA-PER.
           MOVE     N-TIL-PER  TO TKREG-TIL-PER.
           MOVE     N-SAMMENSL TO TKREG-SAMMENSL.
           MOVE     DAGDATO    TO TKREG-ENDRET.

       TA-VARE-GML SECTION.
           MOVE     TKREG-NAVN     TO G-NAVN.
           MOVE     TKREG-FYLKE    TO G-FYLKE.
           MOVE     TKREG-FRA-PER  TO G-FRA-PER.
           MOVE     TKREG-TIL-PER  TO G-TIL-PER.
           MOVE     TKREG-SAMMENSL TO G-SAMMENSL.
           MOVE     '9' TO SW-GML.

      *+---------------------------------------------------------------+
      *!   LESER HELE REGISTERET OG SER OM NOEN ANDRE KONTORER HAR     !
      *!   KONTORET SOM ETTERFØLGER. DA KAN DET IKKE SLETTES.          !
      *+---------------------------------------------------------------+
       SJEKK-HENVISNING SECTION.
           MOVE     SPACE TO SW-HENVIST.
           MOVE     ZERO  TO TKREG-KONTOR.
           MOVE     SPACE TO SW-SLUTT-TKREG.
           START    TKREG KEY NOT < TKREG-KONTOR
             INVALID KEY MOVE '9' TO SW-SLUTT-TKREG.
           IF       SW-SLUTT-TKREG NOT = '9'
                    PERFORM LES-HENVISNING
                        UNTIL SW-SLUTT-TKREG = '9'.

       LES-HENVISNING SECTION.
           READ     TKREG NEXT
             AT END MOVE '9' TO SW-SLUTT-TKREG.
           IF       SW-SLUTT-TKREG NOT = '9'
                    IF   TKREG-SAMMENSL = KORT-KONTOR
                         MOVE '9' TO SW-HENVIST
                         MOVE TKREG-KONTOR TO HENVIST-FRA.

      *+---------------------------------------------------------------+
      *!   LINJEN MED GAMMELT INNHOLD UNDER TRANSAKSJONSLINJEN.        !
      *+---------------------------------------------------------------+
       SKRIV-GML SECTION.
           MOVE     SPACE      TO TL-KODE.
           MOVE     SPACES     TO TL-KONTOR TL-RESULTAT.
           MOVE     'GML '     TO TL-HVA.
           MOVE     G-NAVN     TO TL-NAVN.
           MOVE     G-FYLKE    TO TL-FYLKE.
           MOVE     G-FRA-PER  TO TL-FRA.
           MOVE     G-TIL-PER  TO TL-TIL.
           MOVE     G-SAMMENSL TO TL-SAMMENSL.
           IF       SW-HENVIST = '9'
                    MOVE HENVIST-FRA   TO HT-KONTOR
                    MOVE HENVIST-TEKST TO TL-RESULTAT.
           WRITE    LISTE-REC FROM TRANS-LINJE AFTER 1.

      *+---------------------------------------------------------------+
      *!   SUMLINJER: ANTALL PR. TRANSAKSJONSTYPE OG ANTALL POSTER I   !
      *!   REGISTERET FØR OG ETTER KJØRINGEN.                          !
      *+---------------------------------------------------------------+
       SKRIV-SUMMER SECTION.
           MOVE     'ANTALL POSTER I REGISTERET FØR KJØRING' TO
                    SL-TEKST.
           MOVE     ANT-FOR TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 3.
           MOVE     'ANTALL NYE POSTER' TO SL-TEKST.
           MOVE     ANT-NY TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'ANTALL ENDREDE POSTER' TO SL-TEKST.
           MOVE     ANT-ENDRET TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'ANTALL SLETTEDE POSTER' TO SL-TEKST.
           MOVE     ANT-SLETTET TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'ANTALL AVVISTE TRANSAKSJONER' TO SL-TEKST.
           MOVE     ANT-AVVIST TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'ANTALL POSTER I REGISTERET ETTER KJØRING' TO
                    SL-TEKST.
           MOVE     ANT-ETTER TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
