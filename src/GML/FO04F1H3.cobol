           03 KJR-DATO     PIC 9(6).
           03 KJR-ANT-INN  PIC 9(7).
           03 KJR-ANT-UT   PIC 9(7).
      * KJR-ANNULL = 'A' ER ET ANNULLERINGSMERKE FRA TILBAKEFØRINGEN
      * FO04F1A1: DET OPPHEVER TIDLIGERE KJØRINGER AV STEGET FOR
      * PERIODEN, SLIK AT STEGET KAN KJØRES PÅ NYTT.
           03 KJR-ANNULL   PIC X.
           03 FILLER       PIC X(47).

       FD  LISTE
           LABEL RECORDS OMITTED
      *!   LASTINGENE - OG ANTALL MELDINGER TELLES, SLIK AT EN         !
      *!   DOBBELTLASTING FLAGGES SELV OM DEN ANDRE LASTINGEN LIGGER   !
      *!   SAMMENHENGENDE BAKERST I FILEN OG SUMMENE DERMED STEMMER.   !
      *!   ET ANNULLERINGSMERKE FRA FO04F1A1 NULLSTILLER DET SOM ER    !
      *!   MELDT FØR DET - DA ER PERIODEN TATT UT AV FILEN IGJEN.      !
      *+---------------------------------------------------------------+
       LES-KJOREREG SECTION.
           READ     KJOREREG
                    GO TO 2199.
           MOVE     KJR-PERIODE TO SOK-PERIODE.
           PERFORM  SOK-PERIODE-POST.
           IF       PER-TREFF = ZERO
                    GO TO 2199.
           IF       KJR-ANNULL = 'A'
                    MOVE SPACE TO PT-REG-SW (PER-TREFF)
                    MOVE ZERO  TO PT-REG-ANT (PER-TREFF)
                    MOVE ZERO  TO PT-REG-GANGER (PER-TREFF)
           ELSE
                    MOVE '9' TO PT-REG-SW (PER-TREFF)
                    ADD  KJR-ANT-UT TO PT-REG-ANT (PER-TREFF)
                    ADD  1 TO PT-REG-GANGER (PER-TREFF).
