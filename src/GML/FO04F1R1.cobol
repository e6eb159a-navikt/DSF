       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FO04F1R1.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : MÅNEDLIG POSTERINGSFIL TIL REGNSKAPSSYSTEMET.      !
      *!            MÅNEDENS EKSTRAKT SUMMERES PR. TRYGDEKONTOR OG PR. !
      *!            YTELSESKOMPONENT (GRP, TPAVD, TPEGEN, EFORTIL,     !
      *!            BFORTIL, SAERTIL, GT-L92, GT-TP), OG DET SKRIVES   !
      *!            EN POSTERING PR. KONTOR OG KOMPONENT MED KONTONR   !
      *!            FRA KONTOPLANEN OG PERIODEN. FILEN HAR ET          !
      *!            HODE OG EN SLUTTPOST MED ANTALL POSTERINGER OG     !
      *!            KRONESUM. PROGRAMMET BEVISER AT POSTERINGENE       !
      *!            SUMMERER SEG TIL EKSTRAKTETS TOTALER PR. KOMPONENT !
      *!            OG SKRIVER EN POSTERINGSLISTE. ET EKSTRAKT FRA EN  !
      *!            G-SIMULERING (EKS-FNR = 0) AVVISES. KJØRINGEN      !
      *!            MELDES I KJØREREGISTERET, SÅ SAMME MÅNED IKKE KAN  !
      *!            POSTERES TO GANGER. UBALANSE GIR RETURKODE 8 OG    !
      *!            INGEN MELDING I KJØREREGISTERET.                   !
      *!   INPUT  : EKSTRAKT (FRA FO04F1X1)                            !
      *!            KONTOPLAN (KOMPONENT OG KONTONR, ETT KORT PR.      !
      *!            KOMPONENT)                                         !
      *!            PARAMETERKORT FO04F151 MED PERIODE ÅÅMM            !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : POSTFIL  (POSTERINGSFIL TIL REGNSKAPSSYSTEMET)     !
      *!            LISTE    (POSTERINGSLISTE OG AVSTEMMING)           !
      *!            KJOREREG (KJØREREGISTERET, TILLEGG BAKERST)        !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C01 IS NS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EKSTRAKT  ASSIGN EKSTRAKT.
           SELECT KONTOPLAN ASSIGN KONTOPLAN.
           SELECT SORTEKS   ASSIGN SORTEKS.
           SELECT POSTFIL   ASSIGN POSTFIL.
           SELECT LISTE     ASSIGN LISTE.
      * OPTIONAL: VED ALLER FØRSTE MÅNEDSKJØRING FINNES IKKE
      * KJØREREGISTERET, OG EXTEND SKAL DA OPPRETTE DET.
           SELECT OPTIONAL KJOREREG ASSIGN KJOREREG.

       DATA DIVISION.
       FILE SECTION.

      *+---------------------------------------------------------------+
      *!   DE ÅTTE BELØPSKOMPONENTENE LIGGER ETTER HVERANDRE I POSTEN  !
      *!   OG SES OGSÅ SOM EN TABELL, I SAMME REKKEFØLGE SOM           !
      *!   KOMPONENTTABELLEN I WORKING-STORAGE.                        !
      *+---------------------------------------------------------------+
       FD  EKSTRAKT
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           DATA  RECORDS EKS-REC.
       01  EKS-REC.
           02 EKS-FNR       PIC S9(11) COMP-3.
           02 EKS-NAVN      PIC X(25).
           02 EKS-PSTAT1    PIC X.
           02 EKS-PSTAT2    PIC X.
           02 EKS-KOMPONENTER.
              03 EKS-GRP       PIC S9(5)  COMP-3.
              03 EKS-TPAVD     PIC S9(5)  COMP-3.
              03 EKS-TPEGEN    PIC S9(5)  COMP-3.
              03 EKS-EFORTIL   PIC S9(5)  COMP-3.
              03 EKS-BFORTIL   PIC S9(5)  COMP-3.
              03 EKS-SAERTIL   PIC S9(5)  COMP-3.
              03 EKS-GT-L92    PIC S9(5)  COMP-3.
              03 EKS-GT-TP     PIC S9(5)  COMP-3.
           02 EKS-KOMP-TAB REDEFINES EKS-KOMPONENTER.
              03 EKS-BELOP     PIC S9(5)  COMP-3 OCCURS 8 TIMES.
           02 EKS-SUMYD     PIC S9(5)  COMP-3.
           02 EKS-TRKNR     PIC S9(5)  COMP-3.

      *+---------------------------------------------------------------+
      *!   KONTOPLANEN: KOMPONENTNAVN (SOM I KOMPONENTTABELLEN) OG     !
      *!   KONTONR I REGNSKAPSSYSTEMET. ALLE ÅTTE MÅ VÆRE MED.         !
      *+---------------------------------------------------------------+
       FD  KONTOPLAN
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA  RECORDS KP-REC.
       01  KP-REC.
           03 KP-KOMP       PIC X(8).
           03 KP-KONTO      PIC 9(6).
           03 FILLER        PIC X(66).

       SD  SORTEKS
           DATA  RECORDS SEKS-REC.
       01  SEKS-REC.
           02 SEKS-FNR      PIC S9(11) COMP-3.
           02 SEKS-NAVN     PIC X(25).
           02 SEKS-PSTAT1   PIC X.
           02 SEKS-PSTAT2   PIC X.
           02 SEKS-KOMPONENTER.
              03 FILLER        PIC X(24).
           02 SEKS-KOMP-TAB REDEFINES SEKS-KOMPONENTER.
              03 SEKS-BELOP    PIC S9(5)  COMP-3 OCCURS 8 TIMES.
           02 SEKS-SUMYD    PIC S9(5)  COMP-3.
           02 SEKS-TRKNR    PIC S9(5)  COMP-3.

      *+---------------------------------------------------------------+
      *!   POSTERINGSFILEN: HODE (TYPE 1), EN POSTERING PR. KONTOR OG  !
      *!   KOMPONENT (TYPE 2) OG SLUTTPOST (TYPE 9) MED ANTALL         !
      *!   POSTERINGER OG KRONESUM. BELØPENE STÅR I TEGNFORM MED       !
      *!   FORTEGN I SISTE SIFFER.                                     !
      *+---------------------------------------------------------------+
       FD  POSTFIL
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA  RECORDS PH-REC PP-REC PT-REC.
       01  PH-REC.
           03 PH-TYPE       PIC X.
           03 PH-KILDE      PIC X(8).
           03 PH-PERIODE    PIC 9(4).
           03 PH-DATO       PIC 9(6).
           03 FILLER        PIC X(61).
       01  PP-REC.
           03 PP-TYPE       PIC X.
           03 PP-PERIODE    PIC 9(4).
           03 PP-TKNR       PIC 9(4).
           03 PP-KOMP       PIC X(8).
           03 PP-KONTO      PIC 9(6).
           03 PP-BELOP      PIC S9(11).
           03 FILLER        PIC X(46).
       01  PT-REC.
           03 PT-TYPE       PIC X.
           03 PT-PERIODE    PIC 9(4).
           03 PT-ANTALL     PIC 9(7).
           03 PT-SUM        PIC S9(13).
           03 FILLER        PIC X(55).

       FD  LISTE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA  RECORDS LISTE-REC.
       01  LISTE-REC        PIC X(132).

      *+---------------------------------------------------------------+
      *!   KJØREREGISTERET: ETT MERKE PR. KJEDESTEG OG PERIODE, MED    !
      *!   DATO OG ANTALL INN/UT. STEGENE I MÅNEDSKJEDEN NEKTER Å      !
      *!   KJØRE MOT EN PERIODE SOM ALLEREDE ER KJØRT, ELLER FØR       !
      *!   STEGET FORAN ER KJØRT; FO04F1K1 STEMMER AV ANTALLENE PÅ     !
      *!   TVERS AV KJEDEN.                                            !
      *+---------------------------------------------------------------+
       FD  KJOREREG
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA  RECORDS KJR-REC.
       01  KJR-REC.
           03 KJR-STEG     PIC X(8).
           03 KJR-PERIODE  PIC 9(4).
           03 KJR-DATO     PIC 9(6).
           03 KJR-ANT-INN  PIC 9(7).
           03 KJR-ANT-UT   PIC 9(7).
      * KJR-ANNULL = 'A' ER ET ANNULLERINGSMERKE FRA TILBAKEFØRINGEN
      * FO04F1A1: DET OPPHEVER TIDLIGERE KJØRINGER AV STEGET FOR
      * PERIODEN, SLIK AT STEGET KAN KJØRES PÅ NYTT.
           03 KJR-ANNULL   PIC X.
           03 FILLER       PIC X(47).

       WORKING-STORAGE SECTION.
       77  ANT-LEST        PIC 9(7)  VALUE ZERO.
       77  ANT-SORTERT     PIC 9(7)  VALUE ZERO.
       77  ANT-KONTOR      PIC 9(5)  VALUE ZERO.
       77  ANT-POSTERING   PIC 9(7)  VALUE ZERO.
       77  ANT-KORT        PIC 9(3)  VALUE ZERO.
       77  KOMP-IX         PIC 99    VALUE ZERO.
       77  KOMP-TREFF      PIC 99    VALUE ZERO.
       77  KOMP-ANT        PIC 99    VALUE 8.
       77  SOK-KOMP        PIC X(8)  VALUE SPACES.
       77  TRK-AKK         PIC 9(4)  VALUE ZERO.
       77  LIN-ANT         PIC 99    VALUE 99.
       77  LIN-MAX         PIC 99    VALUE 55.
       77  SW-FORSTE       PIC X     VALUE SPACE.
       77  SW-KP-SLUTT     PIC X     VALUE SPACE.
       77  SW-KP-FEIL      PIC X     VALUE SPACE.
       77  SW-UBALANSE     PIC X     VALUE SPACE.
       77  POST-SUM        PIC S9(13) COMP-3 VALUE ZERO.
       77  EKS-TOTAL       PIC S9(13) COMP-3 VALUE ZERO.
       77  W-DIFF          PIC S9(13) COMP-3 VALUE ZERO.
       77  KONTOR-SUM      PIC S9(13) COMP-3 VALUE ZERO.
       77  W-DAGDATO       PIC 9(6)  VALUE ZERO.
       77  SW-KJR-SLUTT    PIC X     VALUE SPACE.
       77  SW-KJR-GYLDIG   PIC X     VALUE SPACE.
       77  SW-STEG-KJORT   PIC X     VALUE SPACE.
       77  SW-FORRIGE-OK   PIC X     VALUE SPACE.
       77  KJR-DAGDATO     PIC 9(6)  VALUE ZERO.

      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET).
       01  TKR-PARM.
           03 TKR-TKNR     PIC 9(4).
           03 TKR-PERIODE  PIC 9(4).
           03 TKR-SVAR     PIC X.
           03 TKR-NAVN     PIC X(23).
           03 TKR-FYLKE    PIC 99.
           03 TKR-ETTERF   PIC 9(4).

      *+---------------------------------------------------------------+
      *!   KOMPONENTTABELLEN I SAMME REKKEFØLGE SOM BELØPENE I         !
      *!   EKSTRAKTPOSTEN. KONTONR FYLLES FRA KONTOPLANEN; EKSTRAKT-   !
      *!   SUMMEN BYGGES I INNPROSEDYREN, POSTERT SUM AV POSTERINGENE  !
      *!   SOM SKRIVES - AVSTEMMINGEN SAMMENLIGNER DE TO.              !
      *+---------------------------------------------------------------+
       01  KOMP-KONSTANTER.
           03 FILLER       PIC X(8)    VALUE 'GRP     '.
           03 FILLER       PIC X(8)    VALUE 'TPAVD   '.
           03 FILLER       PIC X(8)    VALUE 'TPEGEN  '.
           03 FILLER       PIC X(8)    VALUE 'EFORTIL '.
           03 FILLER       PIC X(8)    VALUE 'BFORTIL '.
           03 FILLER       PIC X(8)    VALUE 'SAERTIL '.
           03 FILLER       PIC X(8)    VALUE 'GT-L92  '.
           03 FILLER       PIC X(8)    VALUE 'GT-TP   '.
       01  KOMP-NAVN-TAB REDEFINES KOMP-KONSTANTER.
           03 KOMP-NAVN OCCURS 8 TIMES PIC X(8).

       01  KOMP-TABELL.
           03 KOMP-POST OCCURS 8 TIMES.
              05 KT-KONTO     PIC 9(6).
              05 KT-FUNNET    PIC X.
              05 KT-EKS-SUM   PIC S9(13) COMP-3.
              05 KT-POST-SUM  PIC S9(13) COMP-3.
              05 KT-KTR-SUM   PIC S9(11) COMP-3.

       01  KORT.
           03 ID-X         PIC X(9)    VALUE SPACES.
           03 K-PERIODE.
              05 K-AAR     PIC 99.
              05 K-MND     PIC 99.
           03 FILLER       PIC X(67)   VALUE SPACES.

       01  HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'FO04F1R1  POSTERINGSLISTE TIL REGNSKAPSSYSTE'.
           03 FILLER       PIC X(12)   VALUE 'MET, PERIODE'.
           03 FILLER       PIC X       VALUE SPACE.
           03 HO-AAR       PIC 99.
           03 FILLER       PIC X       VALUE '/'.
           03 HO-MND       PIC 99.
           03 FILLER       PIC X(70)   VALUE SPACES.
       01  HODE-2.
           03 FILLER       PIC X(6)    VALUE 'TKNR  '.
           03 FILLER       PIC X(25)   VALUE 'KONTORETS NAVN'.
           03 FILLER       PIC X(10)   VALUE 'KOMPONENT '.
           03 FILLER       PIC X(8)    VALUE 'KONTONR '.
           03 FILLER       PIC X(16)   VALUE '           BELØP'.
           03 FILLER       PIC X(67)   VALUE SPACES.

       01  POST-LINJE.
           03 PL-TKNR      PIC 9(4).
           03 FILLER       PIC XX      VALUE SPACES.
           03 PL-NAVN      PIC X(23).
           03 FILLER       PIC XX      VALUE SPACES.
           03 PL-KOMP      PIC X(8).
           03 FILLER       PIC XX      VALUE SPACES.
           03 PL-KONTO     PIC 9(6).
           03 FILLER       PIC XX      VALUE SPACES.
           03 PL-BELOP     PIC Z(13)9-.
           03 FILLER       PIC X(68)   VALUE SPACES.

       01  KTR-LINJE.
           03 FILLER       PIC X(6)    VALUE SPACES.
           03 FILLER       PIC X(43)   VALUE 'SUM TRYGDEKONTOR'.
           03 KL-BELOP     PIC Z(13)9-.
           03 FILLER       PIC X(68)   VALUE SPACES.

       01  AVST-HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'AVSTEMMING AV POSTERINGENE MOT EKSTRAKTET   '.
           03 FILLER       PIC X(88)   VALUE SPACES.
       01  AVST-HODE-2.
           03 FILLER       PIC X(10)   VALUE 'KOMPONENT '.
           03 FILLER       PIC X(8)    VALUE 'KONTONR '.
           03 FILLER       PIC X(16)   VALUE '   SUM EKSTRAKT'.
           03 FILLER       PIC X(16)   VALUE '    SUM POSTERT'.
           03 FILLER       PIC X(16)   VALUE '     DIFFERANSE'.
           03 FILLER       PIC X(66)   VALUE SPACES.
       01  AVST-LINJE.
           03 AV-KOMP      PIC X(8).
           03 FILLER       PIC XX      VALUE SPACES.
           03 AV-KONTO     PIC 9(6).
           03 FILLER       PIC XX      VALUE SPACES.
           03 AV-EKS       PIC Z(13)9-.
           03 FILLER       PIC X       VALUE SPACE.
           03 AV-POST      PIC Z(13)9-.
           03 FILLER       PIC X       VALUE SPACE.
           03 AV-DIFF      PIC Z(13)9-.
           03 FILLER       PIC X(67)   VALUE SPACES.

       01  TALL-LINJE.
           03 TL-TEKST     PIC X(41).
           03 TL-ANT       PIC Z(6)9.
           03 FILLER       PIC X(84)   VALUE SPACES.

       01  MELD-LINJE.
           03 ML-TEKST     PIC X(60).
           03 FILLER       PIC X(72)   VALUE SPACES.

      *--------------------------------------------------------
       PROCEDURE DIVISION.
       0000-HOVED SECTION.
       LES-KORT.
           ACCEPT   KORT.
           IF       ID-X = 'FO04F151:', GO TO SJEKK-PERIODE.
           DISPLAY  KORT, ' PARAM-KORT ER GALT'.
           STOP RUN.
           GO TO    LES-KORT.
       SJEKK-PERIODE.
           IF       K-PERIODE NOT NUMERIC OR K-MND < 01 OR K-MND > 12
                    DISPLAY KORT, ' UGYLDIG PERIODE I PARAMKORT'
                    STOP RUN.
           PERFORM  SJEKK-KJOREREG.
           PERFORM  LES-KONTOPLAN.
       0000.
           SORT     SORTEKS ON ASCENDING KEY SEKS-TRKNR
                    INPUT  PROCEDURE LES-EKSTRAKT
                    OUTPUT PROCEDURE SKRIV-POSTERINGER.
           DISPLAY  'FO04F1R1 LEST '   ANT-LEST
                    ' KONTORER '       ANT-KONTOR
                    ' POSTERINGER '    ANT-POSTERING.
      * GÅR POSTERINGENE IKKE OPP MOT EKSTRAKTET, SKAL FILEN IKKE
      * SENDES OG STEGET IKKE MERKES SOM KJØRT - DA KAN DET KJØRES
      * OM IGJEN MOT SAMME PERIODE NÅR FEILEN ER RETTET.
           IF       SW-UBALANSE = '9'
                    DISPLAY 'FO04F1R1: POSTERINGENE STEMMER IKKE MED EKS
      -             'TRAKTET - FILEN SKAL IKKE SENDES'
                    MOVE 8 TO RETURN-CODE
           ELSE
                    PERFORM MELD-KJOREREG.
           STOP RUN.

      *+---------------------------------------------------------------+
      *!   PERIODELÅSEN: EKSTRAKTET MÅ VÆRE PRODUSERT AV FO04F1X1 FOR  !
      *!   PERIODEN, OG MÅNEDEN MÅ IKKE ALLEREDE VÆRE POSTERT.         !
      *+---------------------------------------------------------------+
       SJEKK-KJOREREG.
           MOVE     SPACE TO SW-KJR-SLUTT SW-STEG-KJORT SW-FORRIGE-OK.
           OPEN     INPUT KJOREREG.
           PERFORM  LES-KJOREREG UNTIL SW-KJR-SLUTT = '9'.
           CLOSE    KJOREREG.
           IF       SW-STEG-KJORT = '9'
                    DISPLAY 'FO04F1R1: PERIODEN ' K-PERIODE ' ER ALLERED
      -             'E POSTERT - SE KJØREREGISTERET'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           IF       SW-FORRIGE-OK NOT = '9'
                    DISPLAY 'FO04F1R1: FO04F1X1 ER IKKE KJØRT FOR PERIOD
      -             'EN ' K-PERIODE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.

       LES-KJOREREG.
           READ     KJOREREG
             AT END MOVE '9' TO SW-KJR-SLUTT.
           MOVE     '9' TO SW-KJR-GYLDIG.
           IF       KJR-ANNULL = 'A'
                    MOVE SPACE TO SW-KJR-GYLDIG.
           IF       SW-KJR-SLUTT NOT = '9'
                    IF   KJR-PERIODE = K-PERIODE
                         IF   KJR-STEG = 'FO04F1R1'
                              MOVE SW-KJR-GYLDIG TO SW-STEG-KJORT
                         ELSE
                              IF   KJR-STEG = 'FO04F1X1'
                                   MOVE SW-KJR-GYLDIG TO SW-FORRIGE-OK.

       MELD-KJOREREG.
           OPEN     EXTEND KJOREREG.
           MOVE     SPACES        TO KJR-REC.
           MOVE     'FO04F1R1'    TO KJR-STEG.
           MOVE     K-PERIODE     TO KJR-PERIODE.
           ACCEPT   KJR-DAGDATO FROM DATE.
           MOVE     KJR-DAGDATO   TO KJR-DATO.
           MOVE     ANT-LEST      TO KJR-ANT-INN.
           MOVE     ANT-POSTERING TO KJR-ANT-UT.
           WRITE    KJR-REC.
           CLOSE    KJOREREG.

      *+---------------------------------------------------------------+
      *!   LASTER KONTOPLANEN. UKJENT KOMPONENT, UGYLDIG KONTONR,      !
      *!   DOBBELTFØRT KOMPONENT ELLER EN KOMPONENT UTEN KONTONR       !
      *!   STOPPER KJØRINGEN FØR NOE ER SKREVET.                       !
      *+---------------------------------------------------------------+
       LES-KONTOPLAN SECTION.
           PERFORM  BLANK-KOMP VARYING KOMP-IX FROM 1 BY 1
               UNTIL KOMP-IX > KOMP-ANT.
           OPEN     INPUT KONTOPLAN.
           PERFORM  LES-KP UNTIL SW-KP-SLUTT = '9'.
           CLOSE    KONTOPLAN.
           PERFORM  SJEKK-KOMP VARYING KOMP-IX FROM 1 BY 1
               UNTIL KOMP-IX > KOMP-ANT.
           IF       SW-KP-FEIL = '9'
                    DISPLAY 'FO04F1R1: KONTOPLANEN ER UFULLSTENDIG ELLE
      -             'R GAL - INGENTING POSTERT'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           GO TO    0999.

       BLANK-KOMP.
           MOVE     ZERO  TO KT-KONTO    (KOMP-IX).
           MOVE     SPACE TO KT-FUNNET   (KOMP-IX).
           MOVE     ZERO  TO KT-EKS-SUM  (KOMP-IX).
           MOVE     ZERO  TO KT-POST-SUM (KOMP-IX).
           MOVE     ZERO  TO KT-KTR-SUM  (KOMP-IX).

       LES-KP.
           READ     KONTOPLAN
             AT END MOVE '9' TO SW-KP-SLUTT.
           IF       SW-KP-SLUTT NOT = '9'
                    ADD  1 TO ANT-KORT
                    PERFORM LAGRE-KP.

       LAGRE-KP.
           MOVE     KP-KOMP TO SOK-KOMP.
           MOVE     ZERO    TO KOMP-TREFF.
           PERFORM  SOK-KOMP-POST VARYING KOMP-IX FROM 1 BY 1
               UNTIL KOMP-IX > KOMP-ANT OR KOMP-TREFF NOT = ZERO.
           IF       KOMP-TREFF = ZERO
                    DISPLAY 'FO04F1R1: UKJENT KOMPONENT I KONTOPLANEN: '
                            KP-REC
                    MOVE '9' TO SW-KP-FEIL
           ELSE
                    IF   KP-KONTO NOT NUMERIC
                         DISPLAY 'FO04F1R1: UGYLDIG KONTONR: ' KP-REC
                         MOVE '9' TO SW-KP-FEIL
                    ELSE
                         IF   KT-FUNNET (KOMP-TREFF) = '9'
                              DISPLAY 'FO04F1R1: KOMPONENTEN ER FØRT TO
      -                       'GANGER: ' KP-REC
                              MOVE '9' TO SW-KP-FEIL
                         ELSE
                              MOVE '9' TO KT-FUNNET (KOMP-TREFF)
                              MOVE KP-KONTO TO KT-KONTO (KOMP-TREFF).

       SOK-KOMP-POST.
           IF       KOMP-NAVN (KOMP-IX) = SOK-KOMP
                    MOVE KOMP-IX TO KOMP-TREFF.

       SJEKK-KOMP.
           IF       KT-FUNNET (KOMP-IX) NOT = '9'
                    DISPLAY 'FO04F1R1: KONTOPLANEN MANGLER KOMPONENT '
                            KOMP-NAVN (KOMP-IX)
                    MOVE '9' TO SW-KP-FEIL.
       0999.
           EXIT.

      *+---------------------------------------------------------------+
      *!   INNPROSEDYRE: LESER EKSTRAKTET, AVVISER EN SIMULERING,      !
      *!   SUMMERER KOMPONENTENE FOR AVSTEMMINGEN OG LEVERER POSTENE   !
      *!   TIL KONTORSORTERINGEN.                                      !
      *+---------------------------------------------------------------+
       LES-EKSTRAKT SECTION.
           OPEN     INPUT EKSTRAKT.
       1000.
           READ     EKSTRAKT
             AT END GO TO 1900.
      * SIMULERINGSMERKET (EKS-FNR = 0, SE FO04F1X1) BETYR AT FILEN
      * INNEHOLDER PROSJISERTE BELØP - DE SKAL ALDRI POSTERES.
           IF       EKS-FNR = ZERO
                    DISPLAY 'FO04F1R1: EKSTRAKTET ER EN SIMULERING'
                            ' - INGENTING POSTERT'
                    CLOSE EKSTRAKT
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           ADD      1 TO ANT-LEST.
           PERFORM  SUMMER-EKS VARYING KOMP-IX FROM 1 BY 1
               UNTIL KOMP-IX > KOMP-ANT.
           RELEASE  SEKS-REC FROM EKS-REC.
           GO TO    1000.

       SUMMER-EKS.
           ADD      EKS-BELOP (KOMP-IX) TO KT-EKS-SUM (KOMP-IX).
       1900.
           CLOSE    EKSTRAKT.
           IF       ANT-LEST = ZERO
                    DISPLAY 'FO04F1R1: EKSTRAKTET ER TOMT - INGENTING PO
      -             'STERT'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
       1999.
           EXIT.

      *+---------------------------------------------------------------+
      *!   UTPROSEDYRE: SUMMERER PR. TRYGDEKONTOR OG SKRIVER EN        !
      *!   POSTERING PR. KOMPONENT VED HVERT KONTORSKIFTE, MED HODE    !
      *!   FØRST OG SLUTTPOST SIST. DERETTER AVSTEMMINGEN.             !
      *+---------------------------------------------------------------+
       SKRIV-POSTERINGER SECTION.
           OPEN     OUTPUT POSTFIL.
           OPEN     OUTPUT LISTE.
           MOVE     K-AAR TO HO-AAR.
           MOVE     K-MND TO HO-MND.
           ACCEPT   W-DAGDATO FROM DATE.
           MOVE     SPACES     TO PH-REC.
           MOVE     '1'        TO PH-TYPE.
           MOVE     'FO04F1R1' TO PH-KILDE.
           MOVE     K-PERIODE  TO PH-PERIODE.
           MOVE     W-DAGDATO  TO PH-DATO.
           WRITE    PH-REC.
       2000.
           RETURN   SORTEKS
             AT END GO TO 2900.
           ADD      1 TO ANT-SORTERT.
           IF       SW-FORSTE NOT = '9'
                    MOVE '9' TO SW-FORSTE
                    MOVE SEKS-TRKNR TO TRK-AKK.
           IF       SEKS-TRKNR NOT = TRK-AKK
                    PERFORM SKRIV-KONTOR
                    MOVE SEKS-TRKNR TO TRK-AKK.
           PERFORM  SUMMER-KONTOR VARYING KOMP-IX FROM 1 BY 1
               UNTIL KOMP-IX > KOMP-ANT.
           GO TO    2000.
       2900.
           IF       SW-FORSTE = '9'
                    PERFORM SKRIV-KONTOR.
           MOVE     SPACES        TO PT-REC.
           MOVE     '9'           TO PT-TYPE.
           MOVE     K-PERIODE     TO PT-PERIODE.
           MOVE     ANT-POSTERING TO PT-ANTALL.
           MOVE     POST-SUM      TO PT-SUM.
           WRITE    PT-REC.
           PERFORM  SKRIV-AVSTEMMING.
           CLOSE    POSTFIL LISTE.
           GO TO    2999.

       SUMMER-KONTOR.
           ADD      SEKS-BELOP (KOMP-IX) TO KT-KTR-SUM (KOMP-IX).

      * EN POSTERING PR. KOMPONENT FOR KONTORET I TRK-AKK - OGSÅ NÅR
      * BELØPET ER NULL, SÅ REGNSKAPET FÅR SAMME ANTALL HVER MÅNED.
       SKRIV-KONTOR.
           ADD      1 TO ANT-KONTOR.
           MOVE     TRK-AKK   TO TKR-TKNR.
           MOVE     K-PERIODE TO TKR-PERIODE.
           CALL     'R001TKRS' USING TKR-PARM.
           IF       LIN-ANT > LIN-MAX
                    PERFORM SKRIV-SIDEHODE.
           MOVE     ZERO TO KONTOR-SUM.
           PERFORM  SKRIV-POSTERING VARYING KOMP-IX FROM 1 BY 1
               UNTIL KOMP-IX > KOMP-ANT.
           MOVE     KONTOR-SUM TO KL-BELOP.
           WRITE    LISTE-REC FROM KTR-LINJE AFTER 1.
           MOVE     SPACES TO LISTE-REC.
           WRITE    LISTE-REC AFTER 1.
           ADD      2 TO LIN-ANT.

       SKRIV-POSTERING.
           MOVE     SPACES               TO PP-REC.
           MOVE     '2'                  TO PP-TYPE.
           MOVE     K-PERIODE            TO PP-PERIODE.
           MOVE     TRK-AKK              TO PP-TKNR.
           MOVE     KOMP-NAVN (KOMP-IX)  TO PP-KOMP.
           MOVE     KT-KONTO (KOMP-IX)   TO PP-KONTO.
           MOVE     KT-KTR-SUM (KOMP-IX) TO PP-BELOP.
           WRITE    PP-REC.
           ADD      1 TO ANT-POSTERING.
           ADD      KT-KTR-SUM (KOMP-IX) TO KT-POST-SUM (KOMP-IX)
                                            POST-SUM KONTOR-SUM.
           MOVE     TRK-AKK              TO PL-TKNR.
           MOVE     TKR-NAVN             TO PL-NAVN.
           MOVE     KOMP-NAVN (KOMP-IX)  TO PL-KOMP.
           MOVE     KT-KONTO (KOMP-IX)   TO PL-KONTO.
           MOVE     KT-KTR-SUM (KOMP-IX) TO PL-BELOP.
           WRITE    LISTE-REC FROM POST-LINJE AFTER 1.
           ADD      1 TO LIN-ANT.
           MOVE     ZERO TO KT-KTR-SUM (KOMP-IX).

       SKRIV-SIDEHODE.
           WRITE    LISTE-REC FROM HODE-1 AFTER NS.
           WRITE    LISTE-REC FROM HODE-2 AFTER 2.
           MOVE     SPACES TO LISTE-REC.
           WRITE    LISTE-REC AFTER 1.
           MOVE     4 TO LIN-ANT.
       2999.
           EXIT.

      *+---------------------------------------------------------------+
      *!   AVSTEMMINGEN: FOR HVER KOMPONENT SKAL SUMMEN AV             !
      *!   POSTERINGENE VÆRE LIK SUMMEN I EKSTRAKTET, OG ANTALL POSTER !
      *!   UT AV SORTERINGEN LIK ANTALL LEST. AVVIK SETTER             !
      *!   SW-UBALANSE.                                                !
      *+---------------------------------------------------------------+
       SKRIV-AVSTEMMING SECTION.
           WRITE    LISTE-REC FROM HODE-1 AFTER NS.
           WRITE    LISTE-REC FROM AVST-HODE-1 AFTER 2.
           WRITE    LISTE-REC FROM AVST-HODE-2 AFTER 2.
           MOVE     ZERO TO EKS-TOTAL.
           PERFORM  AVSTEM-KOMP VARYING KOMP-IX FROM 1 BY 1
               UNTIL KOMP-IX > KOMP-ANT.
           MOVE     'TOTALT'  TO AV-KOMP.
           MOVE     ZERO      TO AV-KONTO.
           MOVE     EKS-TOTAL TO AV-EKS.
           MOVE     POST-SUM  TO AV-POST.
           SUBTRACT POST-SUM FROM EKS-TOTAL GIVING W-DIFF.
           MOVE     W-DIFF    TO AV-DIFF.
           WRITE    LISTE-REC FROM AVST-LINJE AFTER 2.
           IF       W-DIFF NOT = ZERO
                    MOVE '9' TO SW-UBALANSE.

           MOVE     'EKSTRAKTPOSTER LEST' TO TL-TEKST.
           MOVE     ANT-LEST      TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 3.
           MOVE     'EKSTRAKTPOSTER FRA SORTERINGEN' TO TL-TEKST.
           MOVE     ANT-SORTERT   TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     'TRYGDEKONTORER' TO TL-TEKST.
           MOVE     ANT-KONTOR    TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     'POSTERINGER SKREVET (SLUTTPOSTENS ANTALL)' TO
                    TL-TEKST.
           MOVE     ANT-POSTERING TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           IF       ANT-SORTERT NOT = ANT-LEST
                    MOVE '9' TO SW-UBALANSE.

           IF       SW-UBALANSE = '9'
                    MOVE '*** UBALANSE - POSTERINGSFILEN SKAL IKKE SENDE
      -             'S' TO ML-TEKST
           ELSE
                    MOVE 'POSTERINGENE STEMMER MED EKSTRAKTET' TO
                         ML-TEKST.
           WRITE    LISTE-REC FROM MELD-LINJE AFTER 3.
           GO TO    3999.

       AVSTEM-KOMP.
           MOVE     KOMP-NAVN (KOMP-IX)   TO AV-KOMP.
           MOVE     KT-KONTO (KOMP-IX)    TO AV-KONTO.
           MOVE     KT-EKS-SUM (KOMP-IX)  TO AV-EKS.
           MOVE     KT-POST-SUM (KOMP-IX) TO AV-POST.
           SUBTRACT KT-POST-SUM (KOMP-IX) FROM KT-EKS-SUM (KOMP-IX)
                    GIVING W-DIFF.
           MOVE     W-DIFF                TO AV-DIFF.
           WRITE    LISTE-REC FROM AVST-LINJE AFTER 1.
           ADD      KT-EKS-SUM (KOMP-IX)  TO EKS-TOTAL.
           IF       W-DIFF NOT = ZERO
                    MOVE '9' TO SW-UBALANSE.
       3999.
           EXIT.
