      *!            MED TRANSAKSJONSKORT I STEDET FOR MANUELLE         !
      *!            IDCAMS-KJØRINGER. HVER TRANSAKSJON (NY/ENDRING/    !
      *!            SLETTING PR. KOMMUNENR) KONTROLLERES, OG NYTT      !
      *!            TRYGDEKONTORNR GODTAS BARE NÅR DET ER GYLDIG I     !
      *!            TRYGDEKONTORREGISTERET FOR INNEVÆRENDE MÅNED.      !
      *!            ALLE TRANSAKSJONER - OGSÅ DE AVVISTE -             !
      *!            SKRIVES PÅ EN REVISJONSLISTE MED ANTALL POSTER     !
      *!            I TABELLEN FØR OG ETTER KJØRINGEN.                 !
      *!   INPUT  : TRANSAKSJONSKORT (KORTFIL)                         !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : P290.BYDEL.VSAM (AJOURFØRT)                        !
      *!            REVISJONSLISTE (LISTE)                             !
      *+---------------------------------------------------------------+

       WORKING-STORAGE SECTION.
       77  BYDEL-STATUS     PIC XX    VALUE '00'.
       77  SVAR             PIC X.
       77  DAGDATO          PIC 9(6)  VALUE ZERO.
       77  DAG-PERIODE      PIC 9(4)  VALUE ZERO.
       77  W-DAG            PIC 99    VALUE ZERO.
       77  AVVIST-TEKST     PIC X(40) VALUE SPACES.
       77  ANT-FOR          PIC 9(5)  VALUE ZERO.
       77  ANT-ETTER        PIC 9(5)  VALUE ZERO.
       77  ANT-NY           PIC 9(5)  VALUE ZERO.
       77  SW-SLUTT-BYDEL   PIC X     VALUE SPACE.
       77  SW-GODKJENT      PIC X     VALUE SPACE.

      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET).
       01  TKR-PARM.
           03 TKR-TKNR      PIC 9(4).
           03 TKR-PERIODE   PIC 9(4).
           03 TKR-SVAR      PIC X.
           03 TKR-NAVN      PIC X(23).
           03 TKR-FYLKE     PIC 99.
           03 TKR-ETTERF    PIC 9(4).

       01  HODE-1.
           03 FILLER        PIC X(34)  VALUE
              'R001BYDV  VEDLIKEHOLD AV BYDELSTAB'.
           OPEN     INPUT          KORTFIL.
           OPEN     I-O            BYDEL.
           OPEN     OUTPUT         LISTE.
           ACCEPT   DAGDATO FROM DATE.
           DIVIDE   DAGDATO BY 100 GIVING DAG-PERIODE REMAINDER W-DAG.

           PERFORM  TELL-BYDEL.
           MOVE     ANT-FOR TO ANT-ETTER.
                    ADD 1 TO ANT-FOR.

      *+---------------------------------------------------------------+
      *!   NY POST: TRYGDEKONTORNR MÅ GODKJENNES AV REGISTERET, OG     !
      *!   KOMMUNEN MÅ IKKE FINNES I TABELLEN FRA FØR.                 !
      *+---------------------------------------------------------------+
       NY-POST SECTION.
           MOVE     KORT-AVD  TO TL-NY-AVD.
           PERFORM  SJEKK-TKNR.
           IF       SVAR NOT = '0'
                    MOVE AVVIST-TEKST TO TL-RESULTAT
                    GO TO 9199.
           MOVE     KORT-KOMM TO BYDEL-KOMM.
           MOVE     KORT-TKNR TO BYDEL-TKNR.

      *+---------------------------------------------------------------+
      *!   ENDRING: POSTEN MÅ FINNES, OG NYTT TRYGDEKONTORNR MÅ        !
      *!   GODKJENNES AV REGISTERET. GAMMELT INNHOLD TAS MED PÅ LISTEN !
      *!   SLIK AT ENDRINGEN KAN ETTERKONTROLLERES.                    !
      *+---------------------------------------------------------------+
       ENDRE-POST SECTION.
           MOVE     KORT-AVD  TO TL-NY-AVD.
           PERFORM  SJEKK-TKNR.
           IF       SVAR NOT = '0'
                    MOVE AVVIST-TEKST TO TL-RESULTAT
                    GO TO 9299.
           MOVE     KORT-KOMM TO BYDEL-KOMM.
           READ     BYDEL
           EXIT.

      *+---------------------------------------------------------------+
      *!   KONTROLL AV TRYGDEKONTORNR MOT TRYGDEKONTORREGISTERET FOR   !
      *!   INNEVÆRENDE MÅNED, SAMME OPPSLAG SOM FO04F1X1 BRUKER FOR    !
      *!   PARAMETERKORTET. SVAR = '0' ER GYLDIG. ET NEDLAGT ELLER     !
      *!   SAMMENSLÅTT KONTOR SKAL IKKE LEGGES INN I BYDELSTABELLEN.   !
      *+---------------------------------------------------------------+
       SJEKK-TKNR SECTION.
           MOVE     KORT-TKNR   TO TKR-TKNR.
           MOVE     DAG-PERIODE TO TKR-PERIODE.
           CALL     'R001TKRS' USING TKR-PARM.
           MOVE     TKR-SVAR    TO SVAR.
           IF       SVAR = '2'
                    MOVE 'AVVIST - KONTORET ER NEDLAGT/IKKE GYLDIG'
                         TO AVVIST-TEKST
           ELSE
                    MOVE 'AVVIST - UKJENT TRYGDEKONTORNR' TO
                         AVVIST-TEKST.

      *+---------------------------------------------------------------+
      *!   SUMLINJER: ANTALL PR. TRANSAKSJONSTYPE OG ANTALL POSTER I   !
