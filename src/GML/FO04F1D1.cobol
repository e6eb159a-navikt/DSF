       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FO04F1D1.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : MÅNEDLIG KONTROLL MOT FOLKEREGISTERETS             !
      *!            DØDSMELDINGER. DØDSFILEN (FØDSELSNR OG DØDSDATO)   !
      *!            FLETTES PÅ FØDSELSNR MOT MÅNEDENS EKSTRAKT, OG     !
      *!            HVER DØDSMELDING SLÅS I TILLEGG OPP I              !
      *!            P291.EKSREG.VSAM. FOR HVERT TREFF SUMMERES SUM     !
      *!            YTELSE FRA HISTORIKKFILEN FOR PERIODENE ETTER      !
      *!            DØDSMÅNEDEN - DET ER DET SOM ER UTBETALT FOR MYE.  !
      *!            TREFFENE LISTES PR. TRYGDEKONTOR OG SKRIVES TIL    !
      *!            EN STOPPFIL SOM UTBETALINGSSYSTEMET KAN LASTE.     !
      *!            KJØRINGEN MELDES I KJØREREGISTERET, SÅ FO04F1K1    !
      *!            SER AT KONTROLLEN ER KJØRT FOR PERIODEN.           !
      *!   INPUT  : DODSFIL  (DØDSMELDINGER FRA FOLKEREGISTERET)       !
      *!            EKSTRAKT (FRA FO04F1X1)                            !
      *!            HISTFIL  (FRA FO04F1H1)                            !
      *!            PARAMETERKORT FO04F131 MED PERIODE ÅÅMM            !
      *!   OPPSLAG: P291.EKSREG.VSAM                                   !
      *!            R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : STOPPFIL (FØDSELSNR, DØDSDATO, KONTOR OG BELØP)    !
      *!            LISTE    (AVDØDE MOTTAKERE PR. TRYGDEKONTOR)       !
      *!            KJOREREG (KJØREREGISTERET, TILLEGG BAKERST)        !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C01 IS NS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DODSFIL  ASSIGN DODSFIL.
           SELECT EKSTRAKT ASSIGN EKSTRAKT.
           SELECT HISTFIL  ASSIGN HISTFIL.
           SELECT EKSSORT  ASSIGN EKSSORT.
           SELECT DODSORT  ASSIGN DODSORT.
           SELECT SORTEKS  ASSIGN SORTEKS.
           SELECT SORTDOD  ASSIGN SORTDOD.
           SELECT SORTLIST ASSIGN SORTLIST.
           SELECT SORTTRF  ASSIGN SORTTRF.
           SELECT TREFFIL  ASSIGN TREFFIL.
           SELECT SORTHIS  ASSIGN SORTHIS.
           SELECT HISTSORT ASSIGN HISTSORT.
           SELECT STOPPFIL ASSIGN STOPPFIL.
           SELECT LISTE    ASSIGN LISTE.
           SELECT EKSREG   ASSIGN EKSREG
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REGI-FNR
               FILE STATUS IS EKSREG-STATUS.
      * OPTIONAL: VED ALLER FØRSTE MÅNEDSKJØRING FINNES IKKE
      * KJØREREGISTERET, OG EXTEND SKAL DA OPPRETTE DET.
           SELECT OPTIONAL KJOREREG ASSIGN KJOREREG.

       DATA DIVISION.
       FILE SECTION.

      *+---------------------------------------------------------------+
      *!   DØDSMELDING FRA FOLKEREGISTERET: FØDSELSNR OG DØDSDATO      !
      *!   (DDMMÅÅ) I TEGNFORM, ETT KORTBILDE PR. DØDSFALL.            !
      *+---------------------------------------------------------------+
       FD  DODSFIL
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA  RECORDS DODSFIL-REC.
       01  DODSFIL-REC      PIC X(80).

       FD  EKSTRAKT
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           DATA  RECORDS EKSTRAKT-REC.
       01  EKSTRAKT-REC     PIC X(63).

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

      *+---------------------------------------------------------------+
      *!   ARBEIDSFILER: EKSTRAKTET OG DØDSFILEN SORTERT PÅ            !
      *!   FØDSELSNR, SLIK AT KONTROLLEN KAN GJØRES SOM EN FLETTING.   !
      *+---------------------------------------------------------------+
       FD  EKSSORT
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           DATA  RECORDS EKS-REC.
       01  EKS-REC.
           02 EKS-FNR       PIC S9(11) COMP-3.
           02 EKS-NAVN      PIC X(25).
           02 EKS-PSTAT1    PIC X.
           02 EKS-PSTAT2    PIC X.
           02 EKS-GRP       PIC S9(5)  COMP-3.
           02 EKS-TPAVD     PIC S9(5)  COMP-3.
           02 EKS-TPEGEN    PIC S9(5)  COMP-3.
           02 EKS-EFORTIL   PIC S9(5)  COMP-3.
           02 EKS-BFORTIL   PIC S9(5)  COMP-3.
           02 EKS-SAERTIL   PIC S9(5)  COMP-3.
           02 EKS-GT-L92    PIC S9(5)  COMP-3.
           02 EKS-GT-TP     PIC S9(5)  COMP-3.
           02 EKS-SUMYD     PIC S9(5)  COMP-3.
           02 EKS-TRKNR     PIC S9(5)  COMP-3.

       FD  DODSORT
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA  RECORDS DOD-REC.
       01  DOD-REC.
           03 DOD-FNR       PIC 9(11).
           03 DOD-DATO.
              05 DOD-DAG    PIC 99.
              05 DOD-MND    PIC 99.
              05 DOD-AAR    PIC 99.
           03 FILLER        PIC X(63).

       SD  SORTEKS
           DATA  RECORDS SEKS-REC.
       01  SEKS-REC.
           02 SEKS-FNR      PIC S9(11) COMP-3.
           02 FILLER        PIC X(57).

       SD  SORTDOD
           DATA  RECORDS SDOD-REC.
       01  SDOD-REC.
           03 SDOD-FNR      PIC 9(11).
           03 FILLER        PIC X(69).

      *+---------------------------------------------------------------+
      *!   TREFFENE SORTERT PÅ FØDSELSNR. DØDSPERIODEN ER LANG (ÅÅMM   !
      *!   MED 10000 LAGT TIL FOR ÅR UNDER 50), SE LANG-PERIODE.       !
      *+---------------------------------------------------------------+
       SD  SORTTRF
           DATA  RECORDS ST-REC.
       01  ST-REC.
           03 ST-FNR        PIC 9(11).
           03 ST-NAVN       PIC X(25).
           03 ST-TKNR       PIC 9(4).
           03 ST-DODSDATO   PIC 9(6).
           03 ST-PERIODE    PIC 9(5).
           03 ST-KILDE      PIC X(3).
           03 ST-SUMYD      PIC S9(5)  COMP-3.

       FD  TREFFIL
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 57 CHARACTERS
           DATA  RECORDS TRF-REC.
       01  TRF-REC.
           03 TRF-FNR       PIC 9(11).
           03 TRF-NAVN      PIC X(25).
           03 TRF-TKNR      PIC 9(4).
           03 TRF-DODSDATO  PIC 9(6).
           03 TRF-PERIODE   PIC 9(5).
           03 TRF-KILDE     PIC X(3).
           03 TRF-SUMYD     PIC S9(5)  COMP-3.

      *+---------------------------------------------------------------+
      *!   HISTORIKKEN ETTER LAVESTE DØDSPERIODE, SORTERT PÅ FØDSELSNR !
      *!   FOR FLETTINGEN MOT TREFFENE.                                !
      *+---------------------------------------------------------------+
       SD  SORTHIS
           DATA  RECORDS SH-REC.
       01  SH-REC.
           02 SH-PERIODE    PIC 9(4).
           02 SH-FNR        PIC S9(11) COMP-3.
           02 FILLER        PIC X(57).

       FD  HISTSORT
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 67 CHARACTERS
           DATA  RECORDS HS-REC.
       01  HS-REC.
           02 HS-PERIODE    PIC 9(4).
           02 HS-FNR        PIC S9(11) COMP-3.
           02 FILLER        PIC X(51).
           02 HS-SUMYD      PIC S9(5)  COMP-3.
           02 FILLER        PIC X(3).

      *+---------------------------------------------------------------+
      *!   TREFFENE SORTERT PÅ TRYGDEKONTOR/FØDSELSNR TIL LISTEN.      !
      *+---------------------------------------------------------------+
       SD  SORTLIST
           DATA  RECORDS SL-REC.
       01  SL-REC.
           03 L-TKNR        PIC 9(4).
           03 L-FNR         PIC 9(11).
           03 L-NAVN        PIC X(25).
           03 L-DODSDATO    PIC 9(6).
           03 L-KILDE       PIC X(3).
           03 L-SUMYD       PIC S9(5)  COMP-3.
           03 L-ANT-MND     PIC 9(3).
           03 L-BELOP       PIC S9(7)  COMP-3.

      *+---------------------------------------------------------------+
      *!   STOPPFILEN TIL UTBETALINGSSYSTEMET: FØDSELSNR, DØDSDATO     !
      *!   (DDMMÅÅ), TRYGDEKONTOR OG BELØPET SOM ER UTBETALT FOR       !
      *!   PERIODENE ETTER DØDSMÅNEDEN, I TEGNFORM.                    !
      *+---------------------------------------------------------------+
       FD  STOPPFIL
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA  RECORDS STP-REC.
       01  STP-REC.
           03 STP-FNR       PIC 9(11).
           03 STP-DODSDATO  PIC 9(6).
           03 STP-TKNR      PIC 9(4).
           03 STP-BELOP     PIC 9(7).
           03 FILLER        PIC X(52).

       FD  LISTE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA  RECORDS LISTE-REC.
       01  LISTE-REC        PIC X(132).

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
       77  EKSREG-STATUS   PIC XX    VALUE '00'.
       77  SLUTT-EKS       PIC X     VALUE SPACE.
       77  SLUTT-DOD       PIC X     VALUE SPACE.
       77  SLUTT-HIS       PIC X     VALUE SPACE.
       77  W-HIS-FNR       PIC 9(11) VALUE ZERO.
       77  W-EKS-FNR       PIC 9(11) VALUE ZERO.
       77  SW-I-EKS        PIC X     VALUE SPACE.
       77  SW-I-REG        PIC X     VALUE SPACE.
       77  ANT-LEST-EKS    PIC 9(7)  VALUE ZERO.
       77  ANT-LEST-DOD    PIC 9(7)  VALUE ZERO.
       77  ANT-UGYLDIG     PIC 9(7)  VALUE ZERO.
       77  ANT-LEST-HIST   PIC 9(7)  VALUE ZERO.
       77  ANT-TREFF       PIC 9(7)  VALUE ZERO.
       77  ANT-STOPP       PIC 9(7)  VALUE ZERO.
       77  SW-FORSTE       PIC X     VALUE SPACE.
       77  TRK-AKK         PIC 9(4)  VALUE ZERO.
       77  TRK-NR          PIC 9(4).
       77  TRK-NAVN        PIC X(23).
       77  KTR-ANT         PIC 9(7)  VALUE ZERO.
       77  KTR-SUMYD       PIC S9(11) COMP-3 VALUE ZERO.
       77  KTR-BELOP       PIC S9(11) COMP-3 VALUE ZERO.
       77  TOT-SUMYD       PIC S9(11) COMP-3 VALUE ZERO.
       77  TOT-BELOP       PIC S9(11) COMP-3 VALUE ZERO.
       77  SW-KJR-SLUTT    PIC X     VALUE SPACE.
       77  SW-KJR-GYLDIG   PIC X     VALUE SPACE.
       77  SW-STEG-KJORT   PIC X     VALUE SPACE.
       77  SW-FORRIGE-OK   PIC X     VALUE SPACE.
       77  KJR-DAGDATO     PIC 9(6)  VALUE ZERO.

       01  W-DODSDATO.
           05 W-DOD-DAG    PIC 99.
           05 W-DOD-MND    PIC 99.
           05 W-DOD-AAR    PIC 99.

      *+---------------------------------------------------------------+
      *!   PERIODENE ER ÅÅMM; ÅR UNDER 50 ER 20ÅÅ OG SAMMENLIGNES      !
      *!   DERFOR MED 10000 LAGT TIL (SE LANG-PERIODE). HISTORIKKEN    !
      *!   FRA FØR LAVESTE DØDSPERIODE SORTERES IKKE.                  !
      *+---------------------------------------------------------------+
       77  W-PERIODE       PIC 9(4)  VALUE ZERO.
       77  W-LANG          PIC 9(5)  VALUE ZERO.
       77  TR-MIN-PERIODE  PIC 9(5)  VALUE 99999.

      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET).
       01  TKR-PARM.
           03 TKR-TKNR     PIC 9(4).
           03 TKR-PERIODE  PIC 9(4).
           03 TKR-SVAR     PIC X.
           03 TKR-NAVN     PIC X(23).
           03 TKR-FYLKE    PIC 99.
           03 TKR-ETTERF   PIC 9(4).

       01  KORT.
           03 ID-X         PIC X(9)    VALUE SPACES.
           03 K-PERIODE.
              05 K-AAR     PIC 99.
              05 K-MND     PIC 99.
           03 FILLER       PIC X(67)   VALUE SPACES.

       01  HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'FO04F1D1  AVDØDE STØNADSMOTTAKERE - KONTROLL'.
           03 FILLER       PIC X(28)   VALUE
              ' MOT DØDSMELDINGER, PERIODE '.
           03 HO-AAR       PIC 99.
           03 FILLER       PIC X       VALUE '/'.
           03 HO-MND       PIC 99.
           03 FILLER       PIC X(55)   VALUE SPACES.
       01  HODE-2.
           03 FILLER       PIC X(13)   VALUE 'TRYGDEKONTOR '.
           03 HO-TRKNR     PIC 9(4).
           03 FILLER       PIC XX      VALUE SPACES.
           03 HO-TKNAVN    PIC X(23).
           03 FILLER       PIC X(90)   VALUE SPACES.
       01  HODE-3.
           03 FILLER       PIC X(13)   VALUE 'FØDSELSNR    '.
           03 FILLER       PIC X(26)   VALUE 'NAVN'.
           03 FILLER       PIC X(10)   VALUE 'DØDSDATO  '.
           03 FILLER       PIC X(8)    VALUE 'FUNNET  '.
           03 FILLER       PIC X(12)   VALUE ' LØP. YTELSE'.
           03 FILLER       PIC X(10)   VALUE '  MÅNEDER '.
           03 FILLER       PIC X(14)   VALUE ' FOR MYE UTBET'.
           03 FILLER       PIC X(39)   VALUE SPACES.

       01  DOD-LINJE.
           03 DL-FNR       PIC 9(11).
           03 FILLER       PIC XX      VALUE SPACES.
           03 DL-NAVN      PIC X(25).
           03 FILLER       PIC X       VALUE SPACE.
           03 DL-DAG       PIC 99.
           03 FILLER       PIC X       VALUE '.'.
           03 DL-MND       PIC 99.
           03 FILLER       PIC X       VALUE '.'.
           03 DL-AAR       PIC 99.
           03 FILLER       PIC XX      VALUE SPACES.
           03 DL-KILDE     PIC X(3).
           03 FILLER       PIC X(5)    VALUE SPACES.
           03 DL-SUMYD     PIC Z(10)9.
           03 FILLER       PIC X(5)    VALUE SPACES.
           03 DL-ANT-MND   PIC ZZ9.
           03 FILLER       PIC XX      VALUE SPACES.
           03 DL-BELOP     PIC Z(12)9.
           03 FILLER       PIC X(40)   VALUE SPACES.

       01  SUM-LINJE.
           03 SL-TEKST     PIC X(40).
           03 SL-ANT       PIC Z(6)9.
           03 FILLER       PIC X(22)   VALUE SPACES.
           03 SL-SUMYD     PIC Z(10)9.
           03 FILLER       PIC X(10)   VALUE SPACES.
           03 SL-BELOP     PIC Z(12)9.
           03 FILLER       PIC X(29)   VALUE SPACES.

       01  TALL-LINJE.
           03 TL-TEKST     PIC X(40).
           03 TL-ANT       PIC Z(6)9.
           03 FILLER       PIC X(85)   VALUE SPACES.

       01  MELD-LINJE.
           03 ML-TEKST     PIC X(60).
           03 FILLER       PIC X(72)   VALUE SPACES.

      *--------------------------------------------------------
       PROCEDURE DIVISION.
       0000-HOVED SECTION.
       LES-KORT.
           ACCEPT   KORT.
           IF       ID-X = 'FO04F131:', GO TO SJEKK-PERIODE.
           DISPLAY  KORT, ' PARAM-KORT ER GALT'.
           STOP RUN.
           GO TO    LES-KORT.
       SJEKK-PERIODE.
           IF       K-PERIODE NOT NUMERIC OR K-MND < 01 OR K-MND > 12
                    DISPLAY KORT, ' UGYLDIG PERIODE I PARAMKORT'
                    STOP RUN.
           PERFORM  SJEKK-KJOREREG.
       0000.
           SORT     SORTEKS ON ASCENDING KEY SEKS-FNR
                    USING  EKSTRAKT
                    GIVING EKSSORT.
           SORT     SORTDOD ON ASCENDING KEY SDOD-FNR
                    USING  DODSFIL
                    GIVING DODSORT.
           SORT     SORTTRF ON ASCENDING KEY ST-FNR
                    INPUT  PROCEDURE MATCH-FASE
                    GIVING TREFFIL.
           IF       ANT-TREFF NOT = ZERO
                    SORT SORTHIS ON ASCENDING KEY SH-FNR
                         INPUT  PROCEDURE VELG-HISTORIKK
                         GIVING HISTSORT.
           SORT     SORTLIST ON ASCENDING KEY L-TKNR L-FNR
                    INPUT  PROCEDURE SUMMER-HISTORIKK
                    OUTPUT PROCEDURE SKRIV-RAPPORT.
           DISPLAY  'FO04F1D1 DØDSMELDINGER ' ANT-LEST-DOD
                    ' EKSTRAKT '  ANT-LEST-EKS
                    ' TREFF '     ANT-TREFF
                    ' STOPPET '   ANT-STOPP.
           PERFORM  MELD-KJOREREG.
           STOP RUN.

      *+---------------------------------------------------------------+
      *!   PERIODELÅSEN: EKSTRAKTET MÅ VÆRE PRODUSERT AV FO04F1X1 FOR  !
      *!   PERIODEN, OG KONTROLLEN MÅ IKKE ALLEREDE VÆRE KJØRT.        !
      *+---------------------------------------------------------------+
       SJEKK-KJOREREG.
           MOVE     SPACE TO SW-KJR-SLUTT SW-STEG-KJORT SW-FORRIGE-OK.
           OPEN     INPUT KJOREREG.
           PERFORM  LES-KJOREREG UNTIL SW-KJR-SLUTT = '9'.
           CLOSE    KJOREREG.
           IF       SW-STEG-KJORT = '9'
                    DISPLAY 'FO04F1D1: PERIODEN ' K-PERIODE ' ER ALLERED
      -             'E KONTROLLERT - SE KJØREREGISTERET'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           IF       SW-FORRIGE-OK NOT = '9'
                    DISPLAY 'FO04F1D1: FO04F1X1 ER IKKE KJØRT FOR PERIOD
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
                         IF   KJR-STEG = 'FO04F1D1'
                              MOVE SW-KJR-GYLDIG TO SW-STEG-KJORT
                         ELSE
                              IF   KJR-STEG = 'FO04F1X1'
                                   MOVE SW-KJR-GYLDIG TO SW-FORRIGE-OK.

       MELD-KJOREREG.
           OPEN     EXTEND KJOREREG.
           MOVE     SPACES       TO KJR-REC.
           MOVE     'FO04F1D1'   TO KJR-STEG.
           MOVE     K-PERIODE    TO KJR-PERIODE.
           ACCEPT   KJR-DAGDATO FROM DATE.
           MOVE     KJR-DAGDATO  TO KJR-DATO.
           MOVE     ANT-LEST-EKS TO KJR-ANT-INN.
           MOVE     ANT-STOPP    TO KJR-ANT-UT.
           WRITE    KJR-REC.
           CLOSE    KJOREREG.

      *+---------------------------------------------------------------+
      *!   FLETTER DØDSMELDINGENE MOT EKSTRAKTET PÅ FØDSELSNR OG SLÅR  !
      *!   HVER MELDING OPP I REGISTERET. FINNES PERSONEN I MINST ETT  !
      *!   AV DEM, LEVERES DEN TIL TREFFSORTERINGEN. EKSTRAKTET LESES  !
      *!   BARE FREM TIL DØDSMELDINGENS NUMMER, SÅ FLERE MELDINGER PÅ  !
      *!   SAMME NUMMER GIR TREFF HVER GANG.                           !
      *+---------------------------------------------------------------+
       MATCH-FASE SECTION.
           OPEN     INPUT EKSSORT.
           OPEN     INPUT DODSORT.
           OPEN     INPUT EKSREG.
           IF       EKSREG-STATUS NOT = '00'
                    DISPLAY 'FO04F1D1: P291.EKSREG.VSAM KAN IKKE ÅPNES -
      -             ' STATUS ' EKSREG-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           PERFORM  LES-EKS.
       1000.
           READ     DODSORT
             AT END GO TO 1900.
           ADD      1 TO ANT-LEST-DOD.
           IF       DOD-FNR NOT NUMERIC OR DOD-DATO NOT NUMERIC
                    OR DOD-MND < 01 OR DOD-MND > 12
                    ADD 1 TO ANT-UGYLDIG
                    GO TO 1000.
           PERFORM  LES-EKS
               UNTIL SLUTT-EKS = '9' OR W-EKS-FNR NOT < DOD-FNR.
           MOVE     SPACE TO SW-I-EKS SW-I-REG.
           IF       SLUTT-EKS NOT = '9' AND W-EKS-FNR = DOD-FNR
                    MOVE '9' TO SW-I-EKS.
           MOVE     DOD-FNR TO REGI-FNR.
           READ     EKSREG
             INVALID KEY MOVE SPACE TO SW-I-REG
             NOT INVALID KEY MOVE '9' TO SW-I-REG.
           IF       SW-I-EKS = '9' OR SW-I-REG = '9'
                    PERFORM LAGRE-TREFF.
           GO TO    1000.
       1900.
      * RESTEN AV EKSTRAKTET LESES UT, SÅ ANTALL LEST STEMMER MED
      * FO04F1X1 I KJØREREGISTERET.
           PERFORM  LES-EKS UNTIL SLUTT-EKS = '9'.
           CLOSE    EKSSORT DODSORT EKSREG.
           GO TO    1999.

      * ET EKSTRAKT FRA EN G-SIMULERING HAR SIMULERINGSMERKET MED
      * EKS-FNR = 0 (SE FO04F1X1); DET SORTERER FØRST OG FANGES HER.
      * PROSJISERTE BELØP SKAL ALDRI STOPPES ELLER KREVES TILBAKE.
       LES-EKS.
           READ     EKSSORT
             AT END MOVE '9' TO SLUTT-EKS.
           IF       SLUTT-EKS NOT = '9'
                    IF   EKS-FNR = ZERO
                         DISPLAY 'FO04F1D1: EKSTRAKTET ER EN'
                                 ' SIMULERING - KJØRINGEN AVBRYTES'
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                    ELSE
                         ADD  1 TO ANT-LEST-EKS
                         MOVE EKS-FNR TO W-EKS-FNR.

      * OPPLYSNINGENE HENTES FRA EKSTRAKTET NÅR PERSONEN ER DER,
      * ELLERS FRA REGISTERPOSTEN (SISTE LASTEDE MÅNED).
       LAGRE-TREFF.
           ADD      1 TO ANT-TREFF.
           MOVE     DOD-FNR  TO ST-FNR.
           MOVE     DOD-DATO TO ST-DODSDATO.
           COMPUTE  W-PERIODE = DOD-AAR * 100 + DOD-MND.
           PERFORM  LANG-PERIODE.
           MOVE     W-LANG   TO ST-PERIODE.
           IF       W-LANG < TR-MIN-PERIODE
                    MOVE W-LANG TO TR-MIN-PERIODE.
           IF       SW-I-EKS = '9'
                    MOVE EKS-NAVN  TO ST-NAVN
                    MOVE EKS-TRKNR TO ST-TKNR
                    MOVE EKS-SUMYD TO ST-SUMYD
           ELSE
                    MOVE REGI-NAVN  TO ST-NAVN
                    MOVE REGI-TRKNR TO ST-TKNR
                    MOVE REGI-SUMYD TO ST-SUMYD.
           IF       SW-I-EKS = '9' AND SW-I-REG = '9'
                    MOVE 'E+R' TO ST-KILDE
           ELSE
                    IF   SW-I-EKS = '9'
                         MOVE 'EKS' TO ST-KILDE
                    ELSE
                         MOVE 'REG' TO ST-KILDE.
           RELEASE  ST-REC.
       1999.
           EXIT.

      *+---------------------------------------------------------------+
      *!   INNPROSEDYRE: LESER HISTORIKKFILEN OG LEVERER POSTENE ETTER !
      *!   LAVESTE DØDSPERIODE TIL FNR-SORTERINGEN.                    !
      *+---------------------------------------------------------------+
       VELG-HISTORIKK SECTION.
           OPEN     INPUT HISTFIL.
       2000.
           READ     HISTFIL
             AT END GO TO 2900.
           ADD      1 TO ANT-LEST-HIST.
           MOVE     HIST-PERIODE TO W-PERIODE.
           PERFORM  LANG-PERIODE.
           IF       W-LANG NOT > TR-MIN-PERIODE
                    GO TO 2000.
           RELEASE  SH-REC FROM HIST-REC.
           GO TO    2000.
       2900.
           CLOSE    HISTFIL.
       2999.
           EXIT.

      *+---------------------------------------------------------------+
      *!   INNPROSEDYRE TIL KONTORSORTERINGEN: FLETTER TREFFENE MOT    !
      *!   HISTORIKKEN PÅ FØDSELSNR OG SUMMERER SUM YTELSE FOR HVER    !
      *!   PERIODE ETTER DØDSMÅNEDEN. ER DET FLERE TREFF PÅ SAMME      !
      *!   NUMMER, FÅR DET FØRSTE HISTORIKKEN.                         !
      *+---------------------------------------------------------------+
       SUMMER-HISTORIKK SECTION.
           OPEN     INPUT TREFFIL.
           MOVE     '9' TO SLUTT-HIS.
           IF       ANT-TREFF NOT = ZERO
                    MOVE SPACE TO SLUTT-HIS
                    OPEN INPUT HISTSORT
                    PERFORM LES-HISTSORT.
       3000.
           READ     TREFFIL
             AT END GO TO 3900.
           MOVE     TRF-TKNR     TO L-TKNR.
           MOVE     TRF-FNR      TO L-FNR.
           MOVE     TRF-NAVN     TO L-NAVN.
           MOVE     TRF-DODSDATO TO L-DODSDATO.
           MOVE     TRF-KILDE    TO L-KILDE.
           MOVE     TRF-SUMYD    TO L-SUMYD.
           MOVE     ZERO         TO L-ANT-MND L-BELOP.
           PERFORM  LES-HISTSORT
               UNTIL SLUTT-HIS = '9' OR W-HIS-FNR NOT < TRF-FNR.
           PERFORM  SUMMER-TREFF
               UNTIL SLUTT-HIS = '9' OR W-HIS-FNR NOT = TRF-FNR.
           RELEASE  SL-REC.
           GO TO    3000.
       3900.
           CLOSE    TREFFIL.
           IF       ANT-TREFF NOT = ZERO
                    CLOSE HISTSORT.
           GO TO    3999.

       LES-HISTSORT.
           READ     HISTSORT
             AT END MOVE '9' TO SLUTT-HIS.
           IF       SLUTT-HIS NOT = '9'
                    MOVE HS-FNR TO W-HIS-FNR.

       SUMMER-TREFF.
           MOVE     HS-PERIODE TO W-PERIODE.
           PERFORM  LANG-PERIODE.
           IF       W-LANG > TRF-PERIODE
                    ADD 1        TO L-ANT-MND
                    ADD HS-SUMYD TO L-BELOP.
           PERFORM  LES-HISTSORT.
       3999.
           EXIT.

      *+---------------------------------------------------------------+
      *!   UTPROSEDYRE: LISTEN PR. TRYGDEKONTOR OG STOPPFILEN. ALLE    !
      *!   TREFF STOPPES, OGSÅ DE UTEN NOE UTBETALT FOR MYE - DE SKAL  !
      *!   UANSETT IKKE HA NESTE UTBETALING.                           !
      *+---------------------------------------------------------------+
       SKRIV-RAPPORT SECTION.
           OPEN     OUTPUT STOPPFIL.
           OPEN     OUTPUT LISTE.
           MOVE     K-AAR TO HO-AAR.
           MOVE     K-MND TO HO-MND.
       4000.
           RETURN   SORTLIST
             AT END GO TO 4900.
           IF       SW-FORSTE NOT = '9'
                    MOVE '9' TO SW-FORSTE
                    MOVE L-TKNR TO TRK-AKK
                    PERFORM SKRIV-KONTOR-HODE.
           IF       L-TKNR NOT = TRK-AKK
                    PERFORM SKRIV-KONTOR-SUM
                    MOVE L-TKNR TO TRK-AKK
                    PERFORM SKRIV-KONTOR-HODE.
           PERFORM  SKRIV-DOD-LINJE.
           PERFORM  SKRIV-STOPP.
           GO TO    4000.
       4900.
           IF       SW-FORSTE = '9'
                    PERFORM SKRIV-KONTOR-SUM
           ELSE
                    WRITE LISTE-REC FROM HODE-1 AFTER NS
                    MOVE 'INGEN AVDØDE STØNADSMOTTAKERE FUNNET' TO
                         ML-TEKST
                    WRITE LISTE-REC FROM MELD-LINJE AFTER 3.
           PERFORM  SKRIV-TOTALER.
           CLOSE    STOPPFIL LISTE.
           GO TO    4999.

       SKRIV-KONTOR-HODE.
           MOVE     TRK-AKK TO HO-TRKNR, TRK-NR.
           MOVE     TRK-NR TO TKR-TKNR.
           MOVE     K-PERIODE TO TKR-PERIODE.
           CALL     'R001TKRS' USING TKR-PARM.
           MOVE     TKR-NAVN TO TRK-NAVN.
           MOVE     TRK-NAVN TO HO-TKNAVN.
           WRITE    LISTE-REC FROM HODE-1 AFTER NS.
           WRITE    LISTE-REC FROM HODE-2 AFTER 2.
           WRITE    LISTE-REC FROM HODE-3 AFTER 2.

       SKRIV-DOD-LINJE.
           MOVE     L-FNR      TO DL-FNR.
           MOVE     L-NAVN     TO DL-NAVN.
           MOVE     L-DODSDATO TO W-DODSDATO.
           MOVE     W-DOD-DAG  TO DL-DAG.
           MOVE     W-DOD-MND  TO DL-MND.
           MOVE     W-DOD-AAR  TO DL-AAR.
           MOVE     L-KILDE    TO DL-KILDE.
           MOVE     L-SUMYD    TO DL-SUMYD.
           MOVE     L-ANT-MND  TO DL-ANT-MND.
           MOVE     L-BELOP    TO DL-BELOP.
           WRITE    LISTE-REC FROM DOD-LINJE AFTER 1.
           ADD      1       TO KTR-ANT.
           ADD      L-SUMYD TO KTR-SUMYD TOT-SUMYD.
           ADD      L-BELOP TO KTR-BELOP TOT-BELOP.

       SKRIV-STOPP.
           MOVE     SPACES     TO STP-REC.
           MOVE     L-FNR      TO STP-FNR.
           MOVE     L-DODSDATO TO STP-DODSDATO.
           MOVE     L-TKNR     TO STP-TKNR.
           MOVE     L-BELOP    TO STP-BELOP.
           WRITE    STP-REC.
           ADD      1 TO ANT-STOPP.

       SKRIV-KONTOR-SUM.
           MOVE     'SUM TRYGDEKONTOR' TO SL-TEKST.
           MOVE     KTR-ANT   TO SL-ANT.
           MOVE     KTR-SUMYD TO SL-SUMYD.
           MOVE     KTR-BELOP TO SL-BELOP.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 2.
           MOVE     ZERO TO KTR-ANT KTR-SUMYD KTR-BELOP.

      *+---------------------------------------------------------------+
      *!   TOTALOPPSTILLINGEN: LEST PÅ HVER SIDE, TREFF OG BELØP.      !
      *+---------------------------------------------------------------+
       SKRIV-TOTALER.
           MOVE     'TOTALT HELE LANDET' TO SL-TEKST.
           MOVE     ANT-STOPP TO SL-ANT.
           MOVE     TOT-SUMYD TO SL-SUMYD.
           MOVE     TOT-BELOP TO SL-BELOP.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 3.
           MOVE     'DØDSMELDINGER LEST' TO TL-TEKST.
           MOVE     ANT-LEST-DOD TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 2.
           MOVE     'DØDSMELDINGER MED UGYLDIG FNR/DATO' TO TL-TEKST.
           MOVE     ANT-UGYLDIG  TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     'EKSTRAKTPOSTER LEST' TO TL-TEKST.
           MOVE     ANT-LEST-EKS TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     'HISTORIKKPOSTER LEST' TO TL-TEKST.
           MOVE     ANT-LEST-HIST TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     'SKREVET TIL STOPPFIL' TO TL-TEKST.
           MOVE     ANT-STOPP    TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
       4999.
           EXIT.

      *+---------------------------------------------------------------+
      *!   PERIODENE ER ÅÅMM; ÅR UNDER 50 ER 20ÅÅ OG SAMMENLIGNES      !
      *!   DERFOR MED 10000 LAGT TIL.                                  !
      *+---------------------------------------------------------------+
       LANG-PERIODE SECTION.
           MOVE     W-PERIODE TO W-LANG.
           IF       W-PERIODE < 5000
                    ADD 10000 TO W-LANG.
