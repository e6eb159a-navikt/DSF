      *!                   I FØDSELSNUMMERET                           !
      *!              02 - DUBLETT: SAMME FØDSELSNR FLERE GANGER I     !
      *!                   FILEN                                       !
      *!              03 - TRYGDEKONTORNR UKJENT I TRYGDEKONTOR-       !
      *!                   REGISTERET ELLER IKKE GYLDIG I PERIODEN     !
      *!              04 - SUM YTELSE STEMMER IKKE MED SUMMEN AV       !
      *!                   KOMPONENTENE INNENFOR AVRUNDING             !
      *!            GODKJENTE POSTER GÅR UFORANDRET TIL GODKJENT-      !
      *!            ÅRSAKSKODER, OG ALT MELDES PÅ KONTROLLISTEN PR.    !
      *!            TRYGDEKONTOR.                                      !
      *!   INPUT  : P002.PPREGåå (REG)                                 !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : GODKJENT (RENE POSTER, SAMME FORMAT SOM REG)       !
      *!            FEILFIL  (AVVISTE POSTER MED ÅRSAKSKODER)          !
      *!            LISTE    (KONTROLLISTE PR. TRYGDEKONTOR)           !
           03 KJR-DATO     PIC 9(6).
           03 KJR-ANT-INN  PIC 9(7).
           03 KJR-ANT-UT   PIC 9(7).
      * KJR-ANNULL = 'A' ER ET ANNULLERINGSMERKE FRA TILBAKEFØRINGEN
      * FO04F1A1: DET OPPHEVER TIDLIGERE KJØRINGER AV STEGET FOR
      * PERIODEN, SLIK AT STEGET KAN KJØRES PÅ NYTT.
           03 KJR-ANNULL   PIC X.
           03 FILLER       PIC X(47).

       WORKING-STORAGE SECTION.
       77  SLUTT-SW        PIC X     VALUE SPACE.
       77  KTR-AVVIST      PIC 9(7)  VALUE ZERO.
       77  KONTOR-AKK      PIC 9(4)  VALUE ZERO.
       77  SW-FORSTE       PIC X     VALUE SPACE.
       77  SISTE-TKNR      PIC 9(4)  VALUE ZERO.
       77  SISTE-SVAR      PIC X     VALUE SPACE.
       77  SW-FEIL-POST    PIC X     VALUE SPACE.
       77  SW-KJR-SLUTT    PIC X     VALUE SPACE.
       77  SW-KJR-GYLDIG   PIC X     VALUE SPACE.
       77  SW-STEG-KJORT   PIC X     VALUE SPACE.
       77  KJR-DAGDATO     PIC 9(6)  VALUE ZERO.

              05 K-MND     PIC 99.
           03 FILLER       PIC X(67)   VALUE SPACES.

      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET).
       01  TKR-PARM.
           03 TKR-TKNR     PIC 9(4).
           03 TKR-PERIODE  PIC 9(4).
           03 TKR-SVAR     PIC X.
           03 TKR-NAVN     PIC X(23).
           03 TKR-FYLKE    PIC 99.
           03 TKR-ETTERF   PIC 9(4).

      *+---------------------------------------------------------------+
      *!   MODULUS-11-KONTROLLEN: FØDSELSNUMMERET I VANLIG DDMMÅÅ-     !
      *!   FORM MED ETT SIFFER PR. TABELLPOST, OG DE OFFISIELLE        !
       LES-KJOREREG.
           READ     KJOREREG
             AT END MOVE '9' TO SW-KJR-SLUTT.
           MOVE     '9' TO SW-KJR-GYLDIG.
           IF       KJR-ANNULL = 'A'
                    MOVE SPACE TO SW-KJR-GYLDIG.
           IF       SW-KJR-SLUTT NOT = '9'
                    IF   KJR-PERIODE = K-PERIODE
                         AND KJR-STEG = 'R001KTRL'
                         MOVE SW-KJR-GYLDIG TO SW-STEG-KJORT.

       MELD-KJOREREG.
           OPEN     EXTEND KJOREREG.
                    MOVE DUB-IX TO DUB-TREFF.

      *+---------------------------------------------------------------+
      *!   TRYGDEKONTORNR MOT TRYGDEKONTORREGISTERET FOR PERIODEN PÅ   !
      *!   PARAMETERKORTET. FILEN ER SORTERT PR. KONTOR, SÅ SVARET FRA !
      *!   FORRIGE POST GJENBRUKES NÅR NUMMERET ER UENDRET.            !
      *+---------------------------------------------------------------+
       SJEKK-TKNR SECTION.
           IF       T-TKNR = SISTE-TKNR AND SISTE-SVAR NOT = SPACE
                    GO TO 3199.
           MOVE     T-TKNR    TO TKR-TKNR SISTE-TKNR.
           MOVE     K-PERIODE TO TKR-PERIODE.
           CALL     'R001TKRS' USING TKR-PARM.
           MOVE     TKR-SVAR  TO SISTE-SVAR.
       3199.
           EXIT.

