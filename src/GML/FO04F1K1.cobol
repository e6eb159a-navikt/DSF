      *!   FORMÅL : AVSTEMMER KJØREREGISTERET FOR EN PERIODE ETTER AT  !
      *!            HELE MÅNEDSKJEDEN R001KTRL (- R001FRET) -          !
      *!            R001BYDL - R001BYDB - FO04F1X1 -                   !
      *!            FO04F1H1/FO04F1L1/FO04F1D1/FO04F1R1 ER KJØRT.      !
      *!            FOR HVERT STEG VISES DATO OG ANTALL INN/UT, OG     !
      *!            ANTALLENE KONTROLLERES PÅ TVERS AV KJEDEN: UT FRA  !
      *!            ETT STEG SKAL VÆRE LIK INN TIL NESTE.              !
      *!            RETTEKJØRINGEN R001FRET ER                         !
      *!            FRIVILLIG: HAR DEN GÅTT, REGNES DENS GODKJENTE     !
      *!            POSTER MED I FØRSTE LEDD (R001KTRL GODKJENT +      !
      *!            R001FRET GODKJENT = R001BYDL LEST); HAR DEN IKKE   !
      *!            GÅTT, REGNES DEN SOM NULL. STEG SOM MANGLER        !
      *!            ELLER ER MELDT MER ENN EN GANG GIR AVVIK. EN SIDE  !
      *!            TIL KJØREMAPPEN FOR MÅNEDEN; RETURKODE 8 VED       !
      *!            ETHVERT AVVIK. KJØRINGER SOM ER ANNULLERT AV       !
      *!            TILBAKEFØRINGEN FO04F1A1 TELLER IKKE MED I STEG-   !
      *!            OVERSIKTEN, MEN VISES FOR SEG SELV NEDERST.        !
      *!   INPUT  : KJOREREG (KJØREREGISTERET, FØRES AV KJEDESTEGENE)  !
      *!            PARAMETERKORT FO04F701 MED PERIODE ÅÅMM            !
      *!   OUTPUT : LISTE    (AVSTEMMINGSSIDE)                         !
           03 KJR-DATO     PIC 9(6).
           03 KJR-ANT-INN  PIC 9(7).
           03 KJR-ANT-UT   PIC 9(7).
      * KJR-ANNULL = 'A' ER ET ANNULLERINGSMERKE FRA TILBAKEFØRINGEN
      * FO04F1A1: DET OPPHEVER TIDLIGERE KJØRINGER AV STEGET FOR
      * PERIODEN. KJR-DATO ER DA ANNULLERINGSDATOEN, KJR-KJORT-DATO
      * DATOEN DEN ANNULLERTE KJØRINGEN GIKK, OG ANTALLENE ER DENS.
           03 KJR-ANNULL   PIC X.
           03 KJR-KJORT-DATO PIC 9(6).
           03 FILLER       PIC X(41).

       FD  LISTE
           LABEL RECORDS OMITTED
       WORKING-STORAGE SECTION.
       77  SLUTT-SW        PIC X     VALUE SPACE.
       77  SW-FEIL         PIC X     VALUE SPACE.
       77  STEG-IX         PIC 99    VALUE ZERO.
       77  STEG-TREFF      PIC 99    VALUE ZERO.
       77  ANT-UKJENT      PIC 9(5)  VALUE ZERO.
       77  SOK-STEG        PIC X(8)  VALUE SPACES.
       77  W-FRA           PIC 9     VALUE ZERO.
       77  W-TIL           PIC 9     VALUE ZERO.
       77  W-SUM-UT        PIC 9(8)  VALUE ZERO.
       77  ANN-MAX         PIC 99    VALUE 20.
       77  ANN-ANT         PIC 99    VALUE ZERO.
       77  ANN-IX          PIC 99    VALUE ZERO.
       77  ANN-OVERLOP     PIC 9(5)  VALUE ZERO.

       01  KORT.
           03 ID-X         PIC X(9)    VALUE SPACES.
           03 FILLER       PIC X(67)   VALUE SPACES.

      *+---------------------------------------------------------------+
      *!   KJEDENS NI STEG I KJØREREKKEFØLGE. R001FRET ER DEN          !
      *!   FRIVILLIGE RETTEKJØRINGEN MELLOM R001KTRL OG R001BYDL;      !
      *!   FO04F1H1, FO04F1L1, DØDSKONTROLLEN FO04F1D1 OG POSTERINGS-  !
      *!   FILEN TIL REGNSKAPET FO04F1R1 ER ALLE ETTERFØLGERE AV       !
      *!   FO04F1X1.                                                   !
      *+---------------------------------------------------------------+
       01  STEG-KONSTANTER.
           03 FILLER       PIC X(8)    VALUE 'R001KTRL'.
           03 FILLER       PIC X(8)    VALUE 'FO04F1X1'.
           03 FILLER       PIC X(8)    VALUE 'FO04F1H1'.
           03 FILLER       PIC X(8)    VALUE 'FO04F1L1'.
           03 FILLER       PIC X(8)    VALUE 'FO04F1D1'.
           03 FILLER       PIC X(8)    VALUE 'FO04F1R1'.
       01  STEG-NAVN-TAB REDEFINES STEG-KONSTANTER.
           03 STEG-NAVN OCCURS 9 TIMES PIC X(8).

       01  STEG-TABELL.
           03 STEG-POST OCCURS 9 TIMES.
              05 ST-GANGER PIC 99.
              05 ST-DATO   PIC 9(6).
              05 ST-INN    PIC 9(7).
              05 ST-UT     PIC 9(7).

      *+---------------------------------------------------------------+
      *!   ANNULLERTE KJØRINGER FOR PERIODEN I REGISTERREKKEFØLGE.     !
      *+---------------------------------------------------------------+
       01  ANNULL-TABELL.
           03 ANN-POST OCCURS 20 TIMES.
              05 AN-STEG       PIC X(8).
              05 AN-KJORT-DATO PIC 9(6).
              05 AN-INN        PIC 9(7).
              05 AN-UT         PIC 9(7).
              05 AN-DATO       PIC 9(6).

       01  HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'FO04F1K1  AVSTEMMING AV KJØREREGISTERET FOR '.
           03 KL-MERKNAD   PIC X(20).
           03 FILLER       PIC X(50)   VALUE SPACES.

       01  ANN-HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'ANNULLERTE KJØRINGER (TILBAKEFØRT, FO04F1A1)'.
           03 FILLER       PIC X(88)   VALUE SPACES.
       01  ANN-HODE-2.
           03 FILLER       PIC X(10)   VALUE 'STEG      '.
           03 FILLER       PIC X(10)   VALUE 'KJØRT     '.
           03 FILLER       PIC X(12)   VALUE 'ANTALL INN  '.
           03 FILLER       PIC X(12)   VALUE 'ANTALL UT   '.
           03 FILLER       PIC X(20)   VALUE 'ANNULLERT'.
           03 FILLER       PIC X(68)   VALUE SPACES.
       01  ANN-LINJE.
           03 AL-STEG      PIC X(8).
           03 FILLER       PIC XX      VALUE SPACES.
           03 AL-KJORT     PIC X(8).
           03 FILLER       PIC XX      VALUE SPACES.
           03 AL-INN       PIC Z(6)9.
           03 FILLER       PIC X(5)    VALUE SPACES.
           03 AL-UT        PIC Z(6)9.
           03 FILLER       PIC X(5)    VALUE SPACES.
           03 AL-DATO      PIC X(8).
           03 FILLER       PIC X(80)   VALUE SPACES.

       01  MELD-LINJE.
           03 ML-TEKST     PIC X(60).
           03 FILLER       PIC X(72)   VALUE SPACES.
                    STOP RUN.
       0000.
           PERFORM  BLANK-STEG VARYING STEG-IX FROM 1 BY 1
               UNTIL STEG-IX > 9.
           OPEN     INPUT  KJOREREG.
           OPEN     OUTPUT LISTE.
           MOVE     K-AAR TO HO-AAR.
           CLOSE    KJOREREG.

           PERFORM  SKRIV-STEG VARYING STEG-IX FROM 1 BY 1
               UNTIL STEG-IX > 9.
           IF       ANT-UKJENT NOT = ZERO
                    MOVE 'REGISTERET HAR POSTER MED UKJENT STEGNAVN FOR
      -             'PERIODEN' TO ML-TEKST
           MOVE     5 TO W-FRA.
           MOVE     7 TO W-TIL.
           PERFORM  KONTROLLER-LEDD.
           MOVE     'FO04F1X1 EKSTRAKT MOT FO04F1D1 LEST' TO KL-TEKST.
           MOVE     5 TO W-FRA.
           MOVE     8 TO W-TIL.
           PERFORM  KONTROLLER-LEDD.
           MOVE     'FO04F1X1 EKSTRAKT MOT FO04F1R1 LEST' TO KL-TEKST.
           MOVE     5 TO W-FRA.
           MOVE     9 TO W-TIL.
           PERFORM  KONTROLLER-LEDD.

           IF       ANN-ANT NOT = ZERO
                    WRITE LISTE-REC FROM ANN-HODE-1 AFTER 3
                    WRITE LISTE-REC FROM ANN-HODE-2 AFTER 2
                    PERFORM SKRIV-ANNULLERT VARYING ANN-IX FROM 1 BY 1
                        UNTIL ANN-IX > ANN-ANT.
           IF       ANN-OVERLOP NOT = ZERO
                    MOVE 'FLERE ANNULLERINGER ENN TABELLEN RUMMER'
                         TO ML-TEKST
                    WRITE LISTE-REC FROM MELD-LINJE AFTER 2.

           IF       SW-FEIL = '9'
                    MOVE 'AVSTEMMINGEN HAR AVVIK - SE MERKNADENE' TO
                    IF   KJR-PERIODE = K-PERIODE
                         PERFORM LAGRE-STEG.

      * ET ANNULLERINGSMERKE OPPHEVER ALT SOM ER MELDT FOR STEGET
      * FØR DET; EN NY KJØRING ETTER MERKET TELLES SOM VANLIG.
       LAGRE-STEG.
           MOVE     KJR-STEG TO SOK-STEG.
           MOVE     ZERO     TO STEG-TREFF.
           PERFORM  SOK-STEG-POST VARYING STEG-IX FROM 1 BY 1
               UNTIL STEG-IX > 9 OR STEG-TREFF NOT = ZERO.
           IF       STEG-TREFF = ZERO
                    ADD 1 TO ANT-UKJENT
           ELSE
                    IF   KJR-ANNULL = 'A'
                         MOVE STEG-TREFF TO STEG-IX
                         PERFORM BLANK-STEG
                         PERFORM LAGRE-ANNULLERT
                    ELSE
                         ADD 1 TO ST-GANGER (STEG-TREFF)
                         MOVE KJR-DATO    TO ST-DATO (STEG-TREFF)
                         MOVE KJR-ANT-INN TO ST-INN  (STEG-TREFF)
                         MOVE KJR-ANT-UT  TO ST-UT   (STEG-TREFF).

       LAGRE-ANNULLERT.
           IF       ANN-ANT = ANN-MAX
                    ADD 1 TO ANN-OVERLOP
           ELSE
                    ADD  1 TO ANN-ANT
                    MOVE KJR-STEG       TO AN-STEG       (ANN-ANT)
                    MOVE KJR-KJORT-DATO TO AN-KJORT-DATO (ANN-ANT)
                    MOVE KJR-ANT-INN    TO AN-INN        (ANN-ANT)
                    MOVE KJR-ANT-UT     TO AN-UT         (ANN-ANT)
                    MOVE KJR-DATO       TO AN-DATO       (ANN-ANT).

       SOK-STEG-POST.
           IF       STEG-NAVN (STEG-IX) = SOK-STEG
                         MOVE '9' TO SW-FEIL.
           WRITE    LISTE-REC FROM STEG-LINJE AFTER 1.

       SKRIV-ANNULLERT.
           MOVE     AN-STEG       (ANN-IX) TO AL-STEG.
           MOVE     AN-KJORT-DATO (ANN-IX) TO AL-KJORT.
           MOVE     AN-INN        (ANN-IX) TO AL-INN.
           MOVE     AN-UT         (ANN-IX) TO AL-UT.
           MOVE     AN-DATO       (ANN-IX) TO AL-DATO.
           WRITE    LISTE-REC FROM ANN-LINJE AFTER 1.

      *+---------------------------------------------------------------+
      *!   FØRSTE LEDD: R001KTRL GODKJENT PLUSS R001FRET GODKJENT      !
      *!   SKAL VÆRE LIK R001BYDL LEST. ER RETTEKJØRINGEN IKKE MELDT,  !
