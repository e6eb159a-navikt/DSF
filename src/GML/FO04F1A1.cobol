       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FO04F1A1.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : KONTROLLERT TILBAKEFØRING AV EN MÅNED, SLIK AT     !
      *!            KJEDEN KAN KJØRES OM IGJEN UNDER PERIODELÅSEN.     !
      *!            KORTET GIR PERIODEN OG STEGET DET SKAL FØRES       !
      *!            TILBAKE FRA. STEGET OG ALLE SENERE STEG I KJEDEN   !
      *!            FÅR ET ANNULLERINGSMERKE I KJØREREGISTERET - INGEN !
      *!            LINJER SLETTES - OG KAN DERETTER KJØRES PÅ NYTT.   !
      *!            ETTERFØLGERNE AV FO04F1X1 (FO04F1H1, FO04F1L1,     !
      *!            FO04F1D1, FO04F1R1) ER UAVHENGIGE AV HVERANDRE:    !
      *!            TILBAKEFØRES FRA EN AV DEM, RØRES BARE DEN.        !
      *!            ER FO04F1H1 ANNULLERT, TAS PERIODENS POSTER UT AV  !
      *!            HISTORIKKFILEN (NYHIST ER FILEN UTEN DEM). ER      !
      *!            FO04F1L1 ANNULLERT, LASTES P291.EKSREG.VSAM PÅ     !
      *!            NYTT FRA FORRIGE PERIODES EKSTRAKT. ER FO04F1R1    !
      *!            ANNULLERT, MÅ POSTERINGER SOM ALLEREDE ER SENDT    !
      *!            REVERSERES I REGNSKAPSSYSTEMET.                    !
      *!            BARE SISTE KJØRTE PERIODE KAN FØRES TILBAKE: ER    !
      *!            NOE KJØRT FOR EN SENERE PERIODE, AVVISES KORTET.   !
      *!            LISTEN VISER HVA SOM ER ANNULLERT OG FJERNET, MED  !
      *!            ANTALL OG SUM YTELSE. ANNULLERINGSMERKENE SKRIVES  !
      *!            SIST, SÅ EN AVBRUTT TILBAKEFØRING KAN KJØRES OM.   !
      *!   INPUT  : KJOREREG (KJØREREGISTERET)                         !
      *!            HISTFIL  (FRA FO04F1H1)                            !
      *!            EKSFJOR  (FORRIGE PERIODES EKSTRAKT FRA FO04F1X1)  !
      *!            PARAMETERKORT FO04F141 MED PERIODE ÅÅMM OG STEG    !
      *!   OPPDAT.: KJOREREG (ANNULLERINGSMERKER, TILLEGG BAKERST)     !
      *!            P291.EKSREG.VSAM (NYLASTET NÅR FO04F1L1 ANNULLERES)!
      *!   OUTPUT : NYHIST   (HISTORIKKFIL UTEN PERIODEN)              !
      *!            LISTE    (TILBAKEFØRINGSLISTE)                     !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * OPTIONAL: FINNES IKKE KJØREREGISTERET, ER INGENTING KJØRT, OG
      * KORTET AVVISES FORDI STEGET IKKE ER KJØRT FOR PERIODEN.
           SELECT OPTIONAL KJOREREG ASSIGN KJOREREG.
           SELECT HISTFIL  ASSIGN HISTFIL.
           SELECT NYHIST   ASSIGN NYHIST.
           SELECT EKSFJOR  ASSIGN EKSFJOR.
           SELECT SORTEKS  ASSIGN SORTEKS.
           SELECT LISTE    ASSIGN LISTE.
           SELECT EKSREG   ASSIGN EKSREG
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REGI-FNR
               FILE STATUS IS EKSREG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *+---------------------------------------------------------------+
      *!   KJØREREGISTERET. ET ANNULLERINGSMERKE HAR KJR-ANNULL = 'A', !
      *!   KJR-DATO = ANNULLERINGSDATOEN, KJR-KJORT-DATO = DATOEN DEN  !
      *!   ANNULLERTE KJØRINGEN GIKK, OG ANTALLENE FRA DEN KJØRINGEN.  !
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
           03 KJR-ANNULL   PIC X.
           03 KJR-KJORT-DATO PIC 9(6).
           03 FILLER       PIC X(41).

       FD  HISTFIL
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 67 CHARACTERS
           DATA  RECORDS HIST-REC.
       01  HIST-REC.
           02 HIST-PERIODE  PIC 9(4).
           02 HIST-FNR      PIC S9(11) COMP-3.
           02 HIST-NAVN     PIC X(25).
           02 HIST-PSTAT1   PIC X.
           02 HIST-PSTAT2   PIC X.
           02 HIST-GRP      PIC S9(5)  COMP-3.
           02 HIST-TPAVD    PIC S9(5)  COMP-3.
           02 HIST-TPEGEN   PIC S9(5)  COMP-3.
           02 HIST-EFORTIL  PIC S9(5)  COMP-3.
           02 HIST-BFORTIL  PIC S9(5)  COMP-3.
           02 HIST-SAERTIL  PIC S9(5)  COMP-3.
           02 HIST-GT-L92   PIC S9(5)  COMP-3.
           02 HIST-GT-TP    PIC S9(5)  COMP-3.
           02 HIST-SUMYD    PIC S9(5)  COMP-3.
           02 HIST-TRKNR    PIC S9(5)  COMP-3.

       FD  NYHIST
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 67 CHARACTERS
           DATA  RECORDS NYHIST-REC.
       01  NYHIST-REC       PIC X(67).

       FD  EKSFJOR
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           DATA  RECORDS EKS-REC.
       01  EKS-REC.
           02 EKS-FNR       PIC S9(11) COMP-3.
           02 FILLER        PIC X(57).

       SD  SORTEKS
           DATA  RECORDS SEKS-REC.
       01  SEKS-REC.
           02 SEKS-FNR      PIC S9(11) COMP-3.
           02 FILLER        PIC X(57).

       FD  EKSREG
           LABEL RECORDS STANDARD.
       01  REGI-REC.
           02 REGI-FNR      PIC S9(11) COMP-3.
           02 REGI-NAVN     PIC X(25).
           02 REGI-PSTAT1   PIC X.
           02 REGI-PSTAT2   PIC X.
           02 REGI-GRP      PIC S9(5)  COMP-3.
           02 REGI-TPAVD    PIC S9(5)  COMP-3.
           02 REGI-TPEGEN   PIC S9(5)  COMP-3.
           02 REGI-EFORTIL  PIC S9(5)  COMP-3.
           02 REGI-BFORTIL  PIC S9(5)  COMP-3.
           02 REGI-SAERTIL  PIC S9(5)  COMP-3.
           02 REGI-GT-L92   PIC S9(5)  COMP-3.
           02 REGI-GT-TP    PIC S9(5)  COMP-3.
           02 REGI-SUMYD    PIC S9(5)  COMP-3.
           02 REGI-TRKNR    PIC S9(5)  COMP-3.

       FD  LISTE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA  RECORDS LISTE-REC.
       01  LISTE-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       77  EKSREG-STATUS   PIC XX    VALUE '00'.
       77  SLUTT-SW        PIC X     VALUE SPACE.
       77  SW-EKSREG       PIC X     VALUE SPACE.
       77  SW-HISTFIL      PIC X     VALUE SPACE.
       77  DAGDATO         PIC 9(6)  VALUE ZERO.
       77  STEG-MAX        PIC 99    VALUE 9.
       77  STEG-IX         PIC 99    VALUE ZERO.
       77  STEG-TREFF      PIC 99    VALUE ZERO.
       77  KORT-IX         PIC 99    VALUE ZERO.
       77  SOK-STEG        PIC X(8)  VALUE SPACES.
       77  ANT-ANNULLERT   PIC 99    VALUE ZERO.
       77  ANT-SENERE      PIC S9(5) VALUE ZERO.
       77  W-PERIODE       PIC 9(4)  VALUE ZERO.
       77  W-LANG          PIC 9(5)  VALUE ZERO.
       77  K-LANG          PIC 9(5)  VALUE ZERO.
       77  ANT-HIST-LEST   PIC 9(7)  VALUE ZERO.
       77  ANT-HIST-FJERNET PIC 9(7) VALUE ZERO.
       77  ANT-HIST-BEHOLDT PIC 9(7) VALUE ZERO.
       77  SUM-HIST-LEST   PIC S9(11) COMP-3 VALUE ZERO.
       77  SUM-HIST-FJERNET PIC S9(11) COMP-3 VALUE ZERO.
       77  SUM-HIST-BEHOLDT PIC S9(11) COMP-3 VALUE ZERO.
       77  ANT-REG-FJERNET PIC 9(7)  VALUE ZERO.
       77  SUM-REG-FJERNET PIC S9(11) COMP-3 VALUE ZERO.
       77  ANT-FJOR-LEST   PIC 9(7)  VALUE ZERO.
       77  ANT-REG-LASTET  PIC 9(7)  VALUE ZERO.
       77  SUM-REG-LASTET  PIC S9(11) COMP-3 VALUE ZERO.
       77  ANT-DUBLETT     PIC 9(7)  VALUE ZERO.

       01  KORT.
           03 ID-X         PIC X(9)    VALUE SPACES.
           03 K-PERIODE.
              05 K-AAR     PIC 99.
              05 K-MND     PIC 99.
           03 K-STEG       PIC X(8)    VALUE SPACES.
           03 FILLER       PIC X(59)   VALUE SPACES.

      *+---------------------------------------------------------------+
      *!   KJEDENS STEG I KJØREREKKEFØLGE, SOM I FO04F1K1. TYPE 'K'    !
      *!   ER ET LEDD I KJEDEN - ALT ETTER DET MÅ ANNULLERES SAMMEN    !
      *!   MED DET. TYPE 'E' ER EN ETTERFØLGER AV FO04F1X1 SOM INGEN   !
      *!   ANDRE STEG BYGGER PÅ.                                       !
      *+---------------------------------------------------------------+
       01  STEG-KONSTANTER.
           03 FILLER       PIC X(9)    VALUE 'R001KTRLK'.
           03 FILLER       PIC X(9)    VALUE 'R001FRETK'.
           03 FILLER       PIC X(9)    VALUE 'R001BYDLK'.
           03 FILLER       PIC X(9)    VALUE 'R001BYDBK'.
           03 FILLER       PIC X(9)    VALUE 'FO04F1X1K'.
           03 FILLER       PIC X(9)    VALUE 'FO04F1H1E'.
           03 FILLER       PIC X(9)    VALUE 'FO04F1L1E'.
           03 FILLER       PIC X(9)    VALUE 'FO04F1D1E'.
           03 FILLER       PIC X(9)    VALUE 'FO04F1R1E'.
       01  STEG-DEF-TAB REDEFINES STEG-KONSTANTER.
           03 STEG-DEF OCCURS 9 TIMES.
              05 SD-NAVN   PIC X(8).
              05 SD-TYPE   PIC X.

      * ST-KJORT = '9': STEGET HAR EN GYLDIG KJØRING FOR PERIODEN;
      * DATO OG ANTALL ER FRA DEN SISTE. ST-ANNULLER = '9': SKAL
      * ANNULLERES, 'I': OMFATTES, MEN ER IKKE KJØRT FOR PERIODEN.
       01  STEG-TABELL.
           03 STEG-POST OCCURS 9 TIMES.
              05 ST-KJORT    PIC X.
              05 ST-DATO     PIC 9(6).
              05 ST-INN      PIC 9(7).
              05 ST-UT       PIC 9(7).
              05 ST-ANNULLER PIC X.

       01  HODE-1.
           03 FILLER       PIC X(35)   VALUE
              'FO04F1A1  TILBAKEFØRING AV PERIODE '.
           03 HO-AAR       PIC 99.
           03 FILLER       PIC X       VALUE '/'.
           03 HO-MND       PIC 99.
           03 FILLER       PIC X(10)   VALUE ' FRA STEG '.
           03 HO-STEG      PIC X(8).
           03 FILLER       PIC X(8)    VALUE '  KJØRT '.
           03 HO-DATO      PIC 9(6).
           03 FILLER       PIC X(60)   VALUE SPACES.

       01  STEG-HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'ANNULLERTE KJØRINGER                        '.
           03 FILLER       PIC X(88)   VALUE SPACES.
       01  STEG-HODE-2.
           03 FILLER       PIC X(10)   VALUE 'STEG      '.
           03 FILLER       PIC X(10)   VALUE 'KJØRT     '.
           03 FILLER       PIC X(12)   VALUE 'ANTALL INN  '.
           03 FILLER       PIC X(12)   VALUE 'ANTALL UT   '.
           03 FILLER       PIC X(20)   VALUE 'MERKNAD'.
           03 FILLER       PIC X(68)   VALUE SPACES.
       01  STEG-LINJE.
           03 SL-STEG      PIC X(8).
           03 FILLER       PIC XX      VALUE SPACES.
           03 SL-DATO      PIC X(8).
           03 FILLER       PIC XX      VALUE SPACES.
           03 SL-INN       PIC Z(6)9.
           03 FILLER       PIC X(5)    VALUE SPACES.
           03 SL-UT        PIC Z(6)9.
           03 FILLER       PIC X(5)    VALUE SPACES.
           03 SL-MERKNAD   PIC X(40).
           03 FILLER       PIC X(48)   VALUE SPACES.

       01  DEL-HODE.
           03 DH-TEKST     PIC X(45).
           03 FILLER       PIC X(7)    VALUE ' ANTALL'.
           03 FILLER       PIC X(16)   VALUE '      SUM YTELSE'.
           03 FILLER       PIC X(64)   VALUE SPACES.
       01  TALL-LINJE.
           03 TL-TEKST     PIC X(45).
           03 TL-ANT       PIC Z(6)9.
           03 FILLER       PIC X(4)    VALUE SPACES.
           03 TL-SUM       PIC -(11)9.
           03 FILLER       PIC X(3)    VALUE SPACES.
           03 TL-MERKNAD   PIC X(40).
           03 FILLER       PIC X(21)   VALUE SPACES.

       01  MELD-LINJE.
           03 ML-TEKST     PIC X(60).
           03 FILLER       PIC X(72)   VALUE SPACES.

      *--------------------------------------------------------
       PROCEDURE DIVISION.
       0000-HOVED SECTION.
       LES-KORT.
           ACCEPT   KORT.
           IF       ID-X = 'FO04F141:', GO TO SJEKK-PERIODE.
           DISPLAY  KORT, ' PARAM-KORT ER GALT'.
           STOP RUN.
           GO TO    LES-KORT.
       SJEKK-PERIODE.
           IF       K-PERIODE NOT NUMERIC OR K-MND < 01 OR K-MND > 12
                    DISPLAY KORT, ' UGYLDIG PERIODE I PARAMKORT'
                    STOP RUN.
           MOVE     K-STEG TO SOK-STEG.
           PERFORM  SOK-STEG-POST.
           IF       STEG-TREFF = ZERO
                    DISPLAY KORT, ' UKJENT STEG I PARAMKORT'
                    STOP RUN.
           MOVE     STEG-TREFF TO KORT-IX.
           MOVE     K-PERIODE TO W-PERIODE.
           PERFORM  LANG-PERIODE.
           MOVE     W-LANG TO K-LANG.
       0000.
           ACCEPT   DAGDATO FROM DATE.
           PERFORM  BLANK-STEG VARYING STEG-IX FROM 1 BY 1
               UNTIL STEG-IX > STEG-MAX.
           OPEN     INPUT KJOREREG.
           PERFORM  LES-KJOREREG UNTIL SLUTT-SW = '9'.
           MOVE     SPACE TO SLUTT-SW.
           CLOSE    KJOREREG.
           PERFORM  SJEKK-TILBAKEFORING.
           PERFORM  VELG-STEG VARYING STEG-IX FROM 1 BY 1
               UNTIL STEG-IX > STEG-MAX.

           OPEN     OUTPUT LISTE.
           MOVE     K-AAR   TO HO-AAR.
           MOVE     K-MND   TO HO-MND.
           MOVE     K-STEG  TO HO-STEG.
           MOVE     DAGDATO TO HO-DATO.
           WRITE    LISTE-REC FROM HODE-1 AFTER 1.

           IF       SW-EKSREG = '9'
                    PERFORM TELL-EKSREG
                    SORT SORTEKS ON ASCENDING KEY SEKS-FNR
                         INPUT  PROCEDURE LES-EKSFJOR
                         OUTPUT PROCEDURE LAST-REGISTER.
           PERFORM  KOPIER-HISTFIL.

           WRITE    LISTE-REC FROM STEG-HODE-1 AFTER 3.
           WRITE    LISTE-REC FROM STEG-HODE-2 AFTER 2.
           PERFORM  SKRIV-STEG VARYING STEG-IX FROM 1 BY 1
               UNTIL STEG-IX > STEG-MAX.
           PERFORM  SKRIV-HISTFIL.
           PERFORM  SKRIV-EKSREG.

      * BLE IKKE ALT LASTET I EKSREG, SKRIVES INGEN MERKER - DA STÅR
      * KJØRINGENE SOM FØR, OG TILBAKEFØRINGEN KAN KJØRES OM IGJEN.
           IF       SW-EKSREG = '9' AND ANT-FJOR-LEST NOT =
                    ANT-REG-LASTET
                    MOVE '*** IKKE ALT BLE LASTET I EKSREG - INGENTING E
      -             'R ANNULLERT' TO ML-TEKST
                    WRITE LISTE-REC FROM MELD-LINJE AFTER 3
                    CLOSE LISTE
                    DISPLAY 'FO04F1A1: IKKE ALLE POSTER BLE LASTET'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           PERFORM  SKRIV-MERKER.
           MOVE     'TILBAKEFØRINGEN ER FULLFØRT - STEGENE KAN KJØRES PÅ
      -             ' NYTT' TO ML-TEKST.
           WRITE    LISTE-REC FROM MELD-LINJE AFTER 3.
           CLOSE    LISTE.
           DISPLAY  'FO04F1A1 ANNULLERT ' ANT-ANNULLERT
                    ' HISTORIKK FJERNET ' ANT-HIST-FJERNET
                    ' EKSREG LASTET '     ANT-REG-LASTET.
           STOP RUN.

       BLANK-STEG.
           MOVE     SPACE TO ST-KJORT    (STEG-IX).
           MOVE     ZERO  TO ST-DATO     (STEG-IX).
           MOVE     ZERO  TO ST-INN      (STEG-IX).
           MOVE     ZERO  TO ST-UT       (STEG-IX).
           MOVE     SPACE TO ST-ANNULLER (STEG-IX).

       SOK-STEG-POST SECTION.
           MOVE     ZERO TO STEG-TREFF.
           PERFORM  SOK-STEG-EN VARYING STEG-IX FROM 1 BY 1
               UNTIL STEG-IX > STEG-MAX OR STEG-TREFF NOT = ZERO.

       SOK-STEG-EN SECTION.
           IF       SD-NAVN (STEG-IX) = SOK-STEG
                    MOVE STEG-IX TO STEG-TREFF.

      *+---------------------------------------------------------------+
      *!   PERIODENE ER ÅÅMM; ÅR UNDER 50 ER 20ÅÅ OG SAMMENLIGNES      !
      *!   DERFOR MED 10000 LAGT TIL.                                  !
      *+---------------------------------------------------------------+
       LANG-PERIODE SECTION.
           MOVE     W-PERIODE TO W-LANG.
           IF       W-PERIODE < 5000
                    ADD 10000 TO W-LANG.

      *+---------------------------------------------------------------+
      *!   SAMLER KJØRINGENE FOR PERIODEN PR. STEG. ET ANNULLERINGS-   !
      *!   MERKE OPPHEVER ALT SOM ER MELDT FØR DET. KJØRINGER FOR      !
      *!   SENERE PERIODER TELLES OPP OG NED PÅ SAMME MÅTE - STÅR DET  !
      *!   IGJEN NOEN, KAN PERIODEN IKKE FØRES TILBAKE.                !
      *+---------------------------------------------------------------+
       LES-KJOREREG SECTION.
           READ     KJOREREG
             AT END MOVE '9' TO SLUTT-SW
                    GO TO 1199.
           MOVE     KJR-PERIODE TO W-PERIODE.
           PERFORM  LANG-PERIODE.
           IF       W-LANG > K-LANG
                    PERFORM TELL-SENERE
                    GO TO 1199.
           IF       KJR-PERIODE NOT = K-PERIODE
                    GO TO 1199.
           MOVE     KJR-STEG TO SOK-STEG.
           PERFORM  SOK-STEG-POST.
           IF       STEG-TREFF = ZERO
                    GO TO 1199.
           IF       KJR-ANNULL = 'A'
                    MOVE SPACE TO ST-KJORT (STEG-TREFF)
                    GO TO 1199.
           MOVE     '9'         TO ST-KJORT (STEG-TREFF).
           MOVE     KJR-DATO    TO ST-DATO  (STEG-TREFF).
           MOVE     KJR-ANT-INN TO ST-INN   (STEG-TREFF).
           MOVE     KJR-ANT-UT  TO ST-UT    (STEG-TREFF).
       1199.
           EXIT.

       TELL-SENERE SECTION.
           IF       KJR-ANNULL = 'A'
                    SUBTRACT 1 FROM ANT-SENERE
           ELSE
                    ADD 1 TO ANT-SENERE.

      *+---------------------------------------------------------------+
      *!   KORTETS STEG MÅ VÆRE KJØRT FOR PERIODEN, OG INGENTING MÅ    !
      *!   VÆRE KJØRT FOR EN SENERE PERIODE - DEN MÅ I SÅ FALL FØRES   !
      *!   TILBAKE FØRST.                                              !
      *+---------------------------------------------------------------+
       SJEKK-TILBAKEFORING SECTION.
           IF       ST-KJORT (KORT-IX) NOT = '9'
                    DISPLAY 'FO04F1A1: ' K-STEG ' ER IKKE KJØRT FOR PERI
      -             'ODEN ' K-PERIODE ' - INGENTING Å FØRE TILBAKE'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           IF       ANT-SENERE > ZERO
                    DISPLAY 'FO04F1A1: DET ER KJØRT STEG FOR PERIODER ET
      -             'TER ' K-PERIODE ' - DE MÅ FØRES TILBAKE FØRST'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.

      *+---------------------------------------------------------------+
      *!   VELGER STEGENE SOM SKAL ANNULLERES: KORTETS STEG OG, NÅR    !
      *!   DET ER ET LEDD I KJEDEN, ALLE STEG ETTER DET. STEG SOM      !
      *!   IKKE ER KJØRT FOR PERIODEN, FÅR INTET MERKE.                !
      *+---------------------------------------------------------------+
       VELG-STEG SECTION.
           IF       STEG-IX < KORT-IX
                    GO TO 2199.
           IF       STEG-IX > KORT-IX AND SD-TYPE (KORT-IX) = 'E'
                    GO TO 2199.
           IF       ST-KJORT (STEG-IX) NOT = '9'
                    MOVE 'I' TO ST-ANNULLER (STEG-IX)
                    GO TO 2199.
           MOVE     '9' TO ST-ANNULLER (STEG-IX).
           ADD      1 TO ANT-ANNULLERT.
           IF       SD-NAVN (STEG-IX) = 'FO04F1H1'
                    MOVE '9' TO SW-HISTFIL.
           IF       SD-NAVN (STEG-IX) = 'FO04F1L1'
                    MOVE '9' TO SW-EKSREG.
       2199.
           EXIT.

      *+---------------------------------------------------------------+
      *!   TELLER OPP REGISTERET SOM SKAL ERSTATTES, MED SUM YTELSE,   !
      *!   FØR DET LASTES PÅ NYTT.                                     !
      *+---------------------------------------------------------------+
       TELL-EKSREG SECTION.
           OPEN     INPUT EKSREG.
           IF       EKSREG-STATUS NOT = '00'
                    DISPLAY 'FO04F1A1: P291.EKSREG.VSAM KAN IKKE ÅPNES -
      -             ' STATUS ' EKSREG-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
       3000.
           READ     EKSREG
             AT END GO TO 3090.
           ADD      1 TO ANT-REG-FJERNET.
           ADD      REGI-SUMYD TO SUM-REG-FJERNET.
           GO TO    3000.
       3090.
           CLOSE    EKSREG.

      *+---------------------------------------------------------------+
      *!   INNPROSEDYRE: LESER FORRIGE PERIODES EKSTRAKT. EN SIMULERING!
      *!   ELLER EN TOM FIL AVVISES FØR REGISTERET ER RØRT.            !
      *+---------------------------------------------------------------+
       LES-EKSFJOR SECTION.
           OPEN     INPUT EKSFJOR.
       3100.
           READ     EKSFJOR
             AT END GO TO 3190.
           IF       EKS-FNR = ZERO
                    DISPLAY 'FO04F1A1: FORRIGE PERIODES EKSTRAKT ER EN '
                            'SIMULERING - INGENTING ER ENDRET'
                    CLOSE EKSFJOR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           ADD      1 TO ANT-FJOR-LEST.
           RELEASE  SEKS-REC FROM EKS-REC.
           GO TO    3100.
       3190.
           CLOSE    EKSFJOR.
           IF       ANT-FJOR-LEST = ZERO
                    DISPLAY 'FO04F1A1: FORRIGE PERIODES EKSTRAKT ER '
                            'TOMT - INGENTING ER ENDRET'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.

      *+---------------------------------------------------------------+
      *!   UTPROSEDYRE: LASTER REGISTERET PÅ NYTT, SOM I FO04F1L1.     !
      *+---------------------------------------------------------------+
       LAST-REGISTER SECTION.
           OPEN     OUTPUT EKSREG.
       3200.
           RETURN   SORTEKS
             AT END GO TO 3290.
           WRITE    REGI-REC FROM SEKS-REC
             INVALID KEY ADD 1 TO ANT-DUBLETT
                         GO TO 3200.
           ADD      1 TO ANT-REG-LASTET.
           ADD      REGI-SUMYD TO SUM-REG-LASTET.
           GO TO    3200.
       3290.
           CLOSE    EKSREG.

      *+---------------------------------------------------------------+
      *!   KOPIERER HISTORIKKFILEN TIL NYHIST. ER FO04F1H1 ANNULLERT,  !
      *!   UTELATES PERIODENS POSTER; ELLERS BLIR KOPIEN UFORANDRET.   !
      *!   REKKEFØLGEN BEHOLDES.                                       !
      *+---------------------------------------------------------------+
       KOPIER-HISTFIL SECTION.
           OPEN     INPUT  HISTFIL.
           OPEN     OUTPUT NYHIST.
       4000.
           READ     HISTFIL
             AT END GO TO 4090.
           ADD      1 TO ANT-HIST-LEST.
           ADD      HIST-SUMYD TO SUM-HIST-LEST.
           IF       SW-HISTFIL = '9' AND HIST-PERIODE = K-PERIODE
                    ADD 1 TO ANT-HIST-FJERNET
                    ADD HIST-SUMYD TO SUM-HIST-FJERNET
                    GO TO 4000.
           ADD      1 TO ANT-HIST-BEHOLDT.
           ADD      HIST-SUMYD TO SUM-HIST-BEHOLDT.
           WRITE    NYHIST-REC FROM HIST-REC.
           GO TO    4000.
       4090.
           CLOSE    HISTFIL NYHIST.

       SKRIV-STEG SECTION.
           IF       ST-ANNULLER (STEG-IX) = SPACE
                    GO TO 5099.
           MOVE     SD-NAVN (STEG-IX) TO SL-STEG.
           IF       ST-ANNULLER (STEG-IX) = 'I'
                    MOVE SPACES TO SL-DATO
                    MOVE ZERO   TO SL-INN SL-UT
                    MOVE 'IKKE KJØRT FOR PERIODEN - INTET MERKE' TO
                         SL-MERKNAD
           ELSE
                    MOVE ST-DATO (STEG-IX) TO SL-DATO
                    MOVE ST-INN  (STEG-IX) TO SL-INN
                    MOVE ST-UT   (STEG-IX) TO SL-UT
                    MOVE 'ANNULLERT' TO SL-MERKNAD.
           WRITE    LISTE-REC FROM STEG-LINJE AFTER 1.
       5099.
           EXIT.

      *+---------------------------------------------------------------+
      *!   HISTORIKKFILEN: LEST = FJERNET + BEHOLDT, OG ANTALLET SOM   !
      *!   ER FJERNET SKAL VÆRE DET FO04F1H1 MELDTE DA DEN LASTET.     !
      *+---------------------------------------------------------------+
       SKRIV-HISTFIL SECTION.
           MOVE     'HISTORIKKFILEN (HISTFIL -> NYHIST)' TO DH-TEKST.
           WRITE    LISTE-REC FROM DEL-HODE AFTER 3.
           MOVE     SPACES TO TL-MERKNAD.
           MOVE     'LEST FRA HISTORIKKFILEN' TO TL-TEKST.
           MOVE     ANT-HIST-LEST TO TL-ANT.
           MOVE     SUM-HIST-LEST TO TL-SUM.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 2.
           MOVE     'FJERNET - PERIODENS POSTER' TO TL-TEKST.
           MOVE     ANT-HIST-FJERNET TO TL-ANT.
           MOVE     SUM-HIST-FJERNET TO TL-SUM.
           IF       SW-HISTFIL NOT = '9'
                    MOVE 'FO04F1H1 ER IKKE ANNULLERT' TO TL-MERKNAD
           ELSE
                    IF   ANT-HIST-FJERNET NOT = ST-UT (6)
                         MOVE '*** ULIK ANTALLET FO04F1H1 LASTET' TO
                              TL-MERKNAD.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     SPACES TO TL-MERKNAD.
           MOVE     'BEHOLDT I NY HISTORIKKFIL' TO TL-TEKST.
           MOVE     ANT-HIST-BEHOLDT TO TL-ANT.
           MOVE     SUM-HIST-BEHOLDT TO TL-SUM.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           IF       SW-HISTFIL = '9'
                    MOVE 'FO04F1H1 MELDTE LASTET' TO TL-TEKST
                    MOVE ST-UT (6) TO TL-ANT
                    MOVE ZERO TO TL-SUM
                    WRITE LISTE-REC FROM TALL-LINJE AFTER 1.

      *+---------------------------------------------------------------+
      *!   OPPSLAGSREGISTERET: POSTENE SOM VAR DER ER FJERNET, OG      !
      *!   FORRIGE PERIODES EKSTRAKT ER LASTET I STEDET.               !
      *+---------------------------------------------------------------+
       SKRIV-EKSREG SECTION.
           MOVE     'OPPSLAGSREGISTERET P291.EKSREG.VSAM' TO DH-TEKST.
           WRITE    LISTE-REC FROM DEL-HODE AFTER 3.
           IF       SW-EKSREG NOT = '9'
                    MOVE 'FO04F1L1 ER IKKE ANNULLERT - REGISTERET ER I
      -             'KKE RØRT' TO ML-TEKST
                    WRITE LISTE-REC FROM MELD-LINJE AFTER 2
                    GO TO 6099.
           MOVE     SPACES TO TL-MERKNAD.
           MOVE     'FJERNET - REGISTERET FØR TILBAKEFØRINGEN' TO
                    TL-TEKST.
           MOVE     ANT-REG-FJERNET TO TL-ANT.
           MOVE     SUM-REG-FJERNET TO TL-SUM.
           IF       ANT-REG-FJERNET NOT = ST-UT (7)
                    MOVE '*** ULIK ANTALLET FO04F1L1 LASTET' TO
                         TL-MERKNAD.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 2.
           MOVE     SPACES TO TL-MERKNAD.
           MOVE     'FO04F1L1 MELDTE LASTET' TO TL-TEKST.
           MOVE     ST-UT (7) TO TL-ANT.
           MOVE     ZERO TO TL-SUM.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     'LEST FRA FORRIGE PERIODES EKSTRAKT' TO TL-TEKST.
           MOVE     ANT-FJOR-LEST TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     'LASTET PÅ NYTT I REGISTERET' TO TL-TEKST.
           MOVE     ANT-REG-LASTET TO TL-ANT.
           MOVE     SUM-REG-LASTET TO TL-SUM.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           IF       ANT-DUBLETT NOT = ZERO
                    MOVE 'DUBLETTER - IKKE LASTET' TO TL-TEKST
                    MOVE ANT-DUBLETT TO TL-ANT
                    MOVE ZERO TO TL-SUM
                    MOVE '*** AVVIK' TO TL-MERKNAD
                    WRITE LISTE-REC FROM TALL-LINJE AFTER 1.
       6099.
           EXIT.

      *+---------------------------------------------------------------+
      *!   ETT ANNULLERINGSMERKE PR. ANNULLERT STEG, MED DATO OG       !
      *!   ANTALL FRA KJØRINGEN SOM OPPHEVES.                          !
      *+---------------------------------------------------------------+
       SKRIV-MERKER SECTION.
           OPEN     EXTEND KJOREREG.
           PERFORM  SKRIV-MERKE VARYING STEG-IX FROM 1 BY 1
               UNTIL STEG-IX > STEG-MAX.
           CLOSE    KJOREREG.

       SKRIV-MERKE SECTION.
           IF       ST-ANNULLER (STEG-IX) NOT = '9'
                    GO TO 7099.
           MOVE     SPACES            TO KJR-REC.
           MOVE     SD-NAVN (STEG-IX) TO KJR-STEG.
           MOVE     K-PERIODE         TO KJR-PERIODE.
           MOVE     DAGDATO           TO KJR-DATO.
           MOVE     ST-INN  (STEG-IX) TO KJR-ANT-INN.
           MOVE     ST-UT   (STEG-IX) TO KJR-ANT-UT.
           MOVE     'A'               TO KJR-ANNULL.
           MOVE     ST-DATO (STEG-IX) TO KJR-KJORT-DATO.
           WRITE    KJR-REC.
       7099.
           EXIT.
