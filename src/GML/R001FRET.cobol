      *!              01 - MODULUS-11-KONTROLL AV FØDSELSNUMMERET      !
      *!              02 - DUBLETT: SAMME FØDSELSNR FLERE GANGER       !
      *!                   BLANT DE GODKJENTE RETTEDE POSTENE          !
      *!              03 - TRYGDEKONTORNR UKJENT I TRYGDEKONTOR-       !
      *!                   REGISTERET ELLER IKKE GYLDIG I PERIODEN     !
      *!              04 - SUM YTELSE STEMMER IKKE MED SUMMEN AV       !
      *!                   KOMPONENTENE INNENFOR AVRUNDING             !
      *!            GODKJENTE POSTER SKRIVES I GODKJENT-FORMAT FOR     !
      *!   INPUT  : FEILFIL  (AVVISTE POSTER FRA R001KTRL)             !
      *!            KORTFIL  (RETTEKORT: FNR, FELT, NY VERDI)          !
      *!            PARAMETERKORT R001F001 MED PERIODE ÅÅMM            !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : GODKJENT (RETTEDE, GODKJENTE POSTER, 125 TEGN)     !
      *!            RESTFIL  (POSTER SOM FORTSATT FEILER, 133 TEGN)    !
      *!            LISTE    (RETTELSES- OG KONTROLLISTE)              !
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
       77  ANT-REST        PIC 9(7)  VALUE ZERO.
       77  ANT-RETTET      PIC 9(7)  VALUE ZERO.
       77  ANT-KORT        PIC 9(7)  VALUE ZERO.
       77  SW-FEIL-POST    PIC X     VALUE SPACE.
       77  SW-KJR-SLUTT    PIC X     VALUE SPACE.
       77  SW-KJR-GYLDIG   PIC X     VALUE SPACE.
       77  SW-STEG-KJORT   PIC X     VALUE SPACE.
       77  SW-FORRIGE-OK   PIC X     VALUE SPACE.
       77  SW-BYDL-KJORT   PIC X     VALUE SPACE.
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

       01  NY-KODER.
           03 NY-KODE-1    PIC XX.
           03 NY-KODE-2    PIC XX.
       LES-KJOREREG.
           READ     KJOREREG
             AT END MOVE '9' TO SW-KJR-SLUTT.
           MOVE     '9' TO SW-KJR-GYLDIG.
           IF       KJR-ANNULL = 'A'
                    MOVE SPACE TO SW-KJR-GYLDIG.
           IF       SW-KJR-SLUTT NOT = '9'
                    IF   KJR-PERIODE = K-PERIODE
                         IF   KJR-STEG = 'R001FRET'
                              MOVE SW-KJR-GYLDIG TO SW-STEG-KJORT
                         ELSE
                              IF   KJR-STEG = 'R001KTRL'
                                   MOVE SW-KJR-GYLDIG TO SW-FORRIGE-OK
                              ELSE
                                   IF   KJR-STEG = 'R001BYDL'
                                        MOVE SW-KJR-GYLDIG
                                          TO SW-BYDL-KJORT.

       MELD-KJOREREG.
           OPEN     EXTEND KJOREREG.
                    MOVE '02'      TO NY-KODE-2
                    MOVE '9'       TO SW-FEIL-POST.

           MOVE     T-TKNR    TO TKR-TKNR.
           MOVE     K-PERIODE TO TKR-PERIODE.
           CALL     'R001TKRS' USING TKR-PARM.
           IF       TKR-SVAR NOT = '0'
                    MOVE '03'      TO NY-KODE-3
                    MOVE '9'       TO SW-FEIL-POST.

