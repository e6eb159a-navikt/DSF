           03 KJR-DATO     PIC 9(6).
           03 KJR-ANT-INN  PIC 9(7).
           03 KJR-ANT-UT   PIC 9(7).
      * KJR-ANNULL = 'A' ER ET ANNULLERINGSMERKE FRA TILBAKEFØRINGEN
      * FO04F1A1: DET OPPHEVER TIDLIGERE KJØRINGER AV STEGET FOR
      * PERIODEN, SLIK AT STEGET KAN KJØRES PÅ NYTT.
           03 KJR-ANNULL   PIC X.
           03 FILLER       PIC X(47).

       WORKING-STORAGE SECTION.
       77  EKSREG-STATUS   PIC XX    VALUE '00'.
       77  ANT-LASTET      PIC 9(7)  VALUE ZERO.
       77  ANT-DUBLETT     PIC 9(7)  VALUE ZERO.
       77  SW-KJR-SLUTT    PIC X     VALUE SPACE.
       77  SW-KJR-GYLDIG   PIC X     VALUE SPACE.
       77  SW-STEG-KJORT   PIC X     VALUE SPACE.
       77  SW-FORRIGE-OK   PIC X     VALUE SPACE.
       77  KJR-DAGDATO     PIC 9(6)  VALUE ZERO.
       LES-KJOREREG.
           READ     KJOREREG
             AT END MOVE '9' TO SW-KJR-SLUTT.
           MOVE     '9' TO SW-KJR-GYLDIG.
           IF       KJR-ANNULL = 'A'
                    MOVE SPACE TO SW-KJR-GYLDIG.
           IF       SW-KJR-SLUTT NOT = '9'
                    IF   KJR-PERIODE = K-PERIODE
                         IF   KJR-STEG = 'FO04F1L1'
                              MOVE SW-KJR-GYLDIG TO SW-STEG-KJORT
                         ELSE
                              IF   KJR-STEG = 'FO04F1X1'
                                   MOVE SW-KJR-GYLDIG TO SW-FORRIGE-OK.

       MELD-KJOREREG.
           OPEN     EXTEND KJOREREG.
