       IDENTIFICATION DIVISION.
       PROGRAM-ID.    R001ALDR.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : ARBEIDSLISTE OVER UFØREPENSJONISTER (PSTAT1 '2')   !
      *!            OG AFP-MOTTAKERE (PSTAT1 '5') SOM FYLLER 67 ÅR I   !
      *!            DE NÆRMESTE MÅNEDENE. YTELSEN SKAL GJØRES OM TIL   !
      *!            ALDERSPENSJON FRA MÅNEDEN ETTER AT PERSONEN        !
      *!            FYLLER 67, OG KONTORENE FÅR HER SAKENE SINE        !
      *!            SAMLET I STEDET FOR Å LESE FØDSELSDATOER AV        !
      *!            FO04F1X1-RAPPORTEN. FØDSELSMÅNED OG -ÅR TAS FRA    !
      *!            FØDSELSNUMMERET (DDMMÅÅ). MED PARAMETERKORTET      !
      *!            GIS PERIODEN OG HVOR MANGE MÅNEDER FREMOVER SOM    !
      *!            SKAL MED (BLANKT = 3); LISTEN TAR MED DEM SOM      !
      *!            FYLLER 67 I MÅNEDENE ETTER PERIODEN, TIL OG MED    !
      *!            ANTALL MÅNEDER FREM. SORTREG LIGGER I ORDEN PR.    !
      *!            TRYGDEKONTOR/AVDELING/SORTERINGSNAVN, SÅ LISTEN    !
      *!            SKRIVES RETT FREM PR. KONTOR, OG FOR TRYGDEKONTOR  !
      *!            1201 (BERGEN) PR. AVDELING. TIL SLUTT KOMMER EN    !
      *!            OPPTELLING PR. FYLKE OG MÅNED FOR                  !
      *!            BUDSJETTKONTORETS PLANLEGGING AV OMREGNINGENE.     !
      *!   INPUT  : SORTREG  (FRA R001BYDB)                            !
      *!            PARAMETERKORT R001A001 MED PERIODE ÅÅMM OG         !
      *!            ANTALL MÅNEDER (01-12)                             !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : LISTE    (ARBEIDSLISTE, NY SIDE PR. KONTOR)        !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C01 IS NS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SORTREG ASSIGN SORTREG.
           SELECT LISTE   ASSIGN LISTE.

       DATA DIVISION.
       FILE SECTION.

      *+---------------------------------------------------------------+
      *!   POSTEN ER NYREG-POSTEN FRA R001BYDL SLIK R001BYDB HAR       !
      *!   SORTERT DEN; BARE FELTENE LISTEN TRENGER ER NAVNGITT.       !
      *+---------------------------------------------------------------+
       FD  SORTREG
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA  RECORDS SORTREG-REC.
       01  SORTREG-REC.
           03 T-FNR         PIC S9(11)  COMP-3.
           03 T-NAVN        PIC X(25).
           03 T-PSTAT1      PIC X.
           03 T-PSTAT2      PIC X.
           03 T-PSTAT3      PIC X.
           03 T-GRP         PIC S9(5)   COMP-3.
           03 T-TPAVD       PIC S9(5)   COMP-3.
           03 T-TPEGEN      PIC S9(5)   COMP-3.
           03 FILLER        PIC X(9).
           03 T-SUMYD       PIC S9(5)   COMP-3.
           03 T-TKNR        PIC S9(5)   COMP-3.
           03 T-AVD         PIC X.
           03 T-UFGRAD      PIC S9(3)   COMP-3.
           03 FILLER        PIC X(40).
           03 SORTNAVN      PIC X(25).

       FD  LISTE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA  RECORDS LISTE-REC.
       01  LISTE-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       77  SW-FORSTE       PIC X     VALUE SPACE.
       77  TRK-AKK         PIC 9(4)  VALUE ZERO.
       77  AVD-AKK         PIC X     VALUE SPACE.
       77  TRK-NR          PIC 9(4).
       77  TRK-NAVN        PIC X(23).
       77  LINJE-AKK       PIC 99    VALUE ZERO.
       77  LINJER-PR-SIDE  PIC 99    VALUE 50.
       77  SIDE-AKK        PIC 9(4)  VALUE ZERO.
       77  ANT-LEST        PIC 9(7)  VALUE ZERO.
       77  ANT-LISTET      PIC 9(7)  VALUE ZERO.
       77  ANT-UKJENT-FYLKE PIC 9(7) VALUE ZERO.
       77  KTR-ANT         PIC 9(7)  VALUE ZERO.
       77  AVD-ANT         PIC 9(7)  VALUE ZERO.
       77  W-TP            PIC S9(7) COMP-3 VALUE ZERO.
       77  W-SUM-ANT       PIC 9(7)  VALUE ZERO.
       77  W-PER-AAR       PIC 9(3)  VALUE ZERO.
       77  W-FYLKE         PIC 99    VALUE ZERO.
       77  TRK-FYLKE       PIC 99    VALUE ZERO.
       77  W-MND-NR        PIC 9(5)  VALUE ZERO.
       77  W-PER-NR        PIC 9(5)  VALUE ZERO.
       77  W-MND-IX        PIC 99    VALUE ZERO.
       77  FY-IX           PIC 99    VALUE ZERO.
       77  MN-IX           PIC 99    VALUE ZERO.
       77  W-67-AAR        PIC 9(3)  VALUE ZERO.

      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET).
       01  TKR-PARM.
           03 TKR-TKNR     PIC 9(4).
           03 TKR-PERIODE  PIC 9(4).
           03 TKR-SVAR     PIC X.
           03 TKR-NAVN     PIC X(23).
           03 TKR-FYLKE    PIC 99.
           03 TKR-ETTERF   PIC 9(4).

       01  W-FNR           PIC 9(11) VALUE ZERO.
       01  X-FNR REDEFINES W-FNR.
           03 W-DAG        PIC 99.
           03 W-MN         PIC 99.
           03 W-AR         PIC 99.
           03 W-REST       PIC 9(5).

       01  KORT.
           03 ID-X         PIC X(9)    VALUE SPACES.
           03 K-PERIODE.
              05 K-AAR     PIC 99.
              05 K-MND     PIC 99.
           03 K-ANT-MND    PIC 99.
           03 K-ANT-MND-X REDEFINES K-ANT-MND PIC XX.
           03 FILLER       PIC X(65)   VALUE SPACES.

      *+---------------------------------------------------------------+
      *!   OPPTELLING PR. FYLKE (FRA TRYGDEKONTORREGISTERET) OG MÅNED  !
      *!   I VINDUET.                                                  !
      *!   MÅNED 1 ER MÅNEDEN ETTER PERIODEN PÅ PARAMETERKORTET.       !
      *+---------------------------------------------------------------+
       01  FYLKE-TABELL.
           03 FYLKE-POST OCCURS 20 TIMES.
              05 FY-ANT    PIC 9(5) OCCURS 12 TIMES.
       01  MND-SUM-TABELL.
           03 MS-ANT       PIC 9(7) OCCURS 12 TIMES.
       01  MND-TEKST-TABELL.
           03 MT-POST OCCURS 12 TIMES.
              05 MT-AAR    PIC 99.
              05 MT-MND    PIC 99.

       01  HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'R001ALDR  UFØRE- OG AFP-MOTTAKERE SOM FYLLER'.
           03 FILLER       PIC X(24)   VALUE
              ' 67 ÅR - PERIODE        '.
           03 HO-AAR       PIC 99.
           03 FILLER       PIC X       VALUE '/'.
           03 HO-MND       PIC 99.
           03 FILLER       PIC X(8)    VALUE ' + MND: '.
           03 HO-ANT-MND   PIC Z9.
           03 FILLER       PIC X(36)   VALUE SPACES.
           03 FILLER       PIC X(9)    VALUE 'SIDE NR. '.
           03 HO-SIDE      PIC ZZZ9.
       01  HODE-2.
           03 FILLER       PIC X(13)   VALUE 'TRYGDEKONTOR '.
           03 HO-TRKNR     PIC 9(4).
           03 FILLER       PIC XX      VALUE SPACES.
           03 HO-TKNAVN    PIC X(23).
           03 FILLER       PIC X(90)   VALUE SPACES.
       01  HODE-3.
           03 FILLER       PIC X(26)   VALUE 'NAVN'.
           03 FILLER       PIC X(13)   VALUE 'FØDSELSNR    '.
           03 FILLER       PIC X(5)    VALUE 'P1   '.
           03 FILLER       PIC X(5)    VALUE 'AVD  '.
           03 FILLER       PIC X(9)    VALUE 'FYLLER 67'.
           03 FILLER       PIC X(7)    VALUE '  UGRAD'.
           03 FILLER       PIC X(9)    VALUE '      GRP'.
           03 FILLER       PIC X(9)    VALUE '       TP'.
           03 FILLER       PIC X(11)   VALUE ' SUM YTELSE'.
           03 FILLER       PIC X(38)   VALUE SPACES.

       01  ALDER-LINJE.
           03 AL-NAVN      PIC X(25).
           03 FILLER       PIC X       VALUE SPACE.
           03 AL-FNR       PIC 9(11).
           03 FILLER       PIC XX      VALUE SPACES.
           03 AL-PSTAT1    PIC X.
           03 FILLER       PIC X(4)    VALUE SPACES.
           03 AL-AVD       PIC X.
           03 FILLER       PIC X(6)    VALUE SPACES.
           03 AL-67-MND    PIC 99.
           03 FILLER       PIC X       VALUE '/'.
           03 AL-67-AAR    PIC 99.
           03 FILLER       PIC X(4)    VALUE SPACES.
           03 AL-UFGRAD    PIC ZZ9.
           03 FILLER       PIC XX      VALUE SPACES.
           03 AL-GRP       PIC Z(6)9.
           03 FILLER       PIC XX      VALUE SPACES.
           03 AL-TP        PIC Z(6)9.
           03 FILLER       PIC XX      VALUE SPACES.
           03 AL-SUMYD     PIC Z(8)9.
           03 FILLER       PIC X(40)   VALUE SPACES.

       01  AVD-LINJE.
           03 FILLER       PIC X(16)   VALUE 'SUM AVDELING    '.
           03 AVL-AVD      PIC X.
           03 FILLER       PIC X(9)    VALUE SPACES.
           03 AVL-ANT      PIC Z(6)9.
           03 FILLER       PIC X(99)   VALUE SPACES.

       01  KONTOR-LINJE.
           03 FILLER       PIC X(26)   VALUE
              'SUM TRYGDEKONTOR          '.
           03 KL-ANT       PIC Z(6)9.
           03 FILLER       PIC X(99)   VALUE SPACES.

       01  TOTAL-LINJE.
           03 TL-TEKST     PIC X(26).
           03 TL-ANT       PIC Z(6)9.
           03 FILLER       PIC X(99)   VALUE SPACES.

       01  FYLKE-HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'R001ALDR  ANTALL SOM FYLLER 67 ÅR PR. FYLKE '.
           03 FILLER       PIC X(9)    VALUE 'OG MÅNED '.
           03 FILLER       PIC X(79)   VALUE SPACES.
       01  FYLKE-HODE-2.
           03 FILLER       PIC X(12)   VALUE 'FYLKE       '.
           03 FH-MND-TAB.
              05 FH-MND-POST OCCURS 12 TIMES.
                 07 FILLER    PIC XX.
                 07 FH-MND    PIC 99.
                 07 FH-STREK  PIC X.
                 07 FH-AAR    PIC 99.
           03 FILLER       PIC X(4)    VALUE SPACES.
           03 FILLER       PIC X(7)    VALUE '  TOTAL'.
           03 FILLER       PIC X(25)   VALUE SPACES.
       01  FYLKE-LINJE.
           03 FL-TEKST     PIC X(12).
           03 FL-MND-POST OCCURS 12 TIMES.
              05 FL-ANT    PIC Z(6)9.
           03 FILLER       PIC X(4)    VALUE SPACES.
           03 FL-TOTAL     PIC Z(6)9.
           03 FILLER       PIC X(25)   VALUE SPACES.
       01  FL-FYLKE-TEKST.
           03 FILLER       PIC X(6)    VALUE 'FYLKE '.
           03 FT-FYLKE     PIC 99.
           03 FILLER       PIC X(4)    VALUE SPACES.

       01  MELD-LINJE.
           03 ML-TEKST     PIC X(60).
           03 FILLER       PIC X(72)   VALUE SPACES.

      *--------------------------------------------------------
       PROCEDURE DIVISION.
       0000-HOVED SECTION.
       LES-KORT.
           ACCEPT   KORT.
           IF       ID-X = 'R001A001:', GO TO SJEKK-PERIODE.
           DISPLAY  KORT, ' PARAM-KORT ER GALT'.
           STOP RUN.
           GO TO    LES-KORT.
       SJEKK-PERIODE.
           IF       K-PERIODE NOT NUMERIC OR K-MND < 01 OR K-MND > 12
                    DISPLAY KORT, ' UGYLDIG PERIODE I PARAMKORT'
                    STOP RUN.
      * BLANKT ANTALL MÅNEDER GIR STANDARDVINDUET PÅ TRE MÅNEDER.
           IF       K-ANT-MND-X = SPACES
                    MOVE 3 TO K-ANT-MND.
           IF       K-ANT-MND NOT NUMERIC OR K-ANT-MND < 01
                    OR K-ANT-MND > 12
                    DISPLAY KORT, ' UGYLDIG ANTALL MÅNEDER I PARAMKORT'
                    STOP RUN.
       0000.
           MOVE     ZERO TO FYLKE-TABELL MND-SUM-TABELL.
      * PERIODER ETTER ÅRTUSENSKIFTET (ÅÅ UNDER 50) REGNES SOM
      * 100 + ÅÅ, SÅ DE KAN SAMMENLIKNES MED FØDSELSÅR + 67.
           MOVE     K-AAR TO W-PER-AAR.
           IF       K-AAR < 50
                    ADD 100 TO W-PER-AAR.
           COMPUTE  W-PER-NR = W-PER-AAR * 12 + K-MND - 1.
           PERFORM  BYGG-MND-TEKST VARYING MN-IX FROM 1 BY 1
               UNTIL MN-IX > K-ANT-MND.
           MOVE     K-AAR     TO HO-AAR.
           MOVE     K-MND     TO HO-MND.
           MOVE     K-ANT-MND TO HO-ANT-MND.
           OPEN     INPUT  SORTREG.
           OPEN     OUTPUT LISTE.
       1000.
           READ     SORTREG
             AT END GO TO 9000.
           ADD      1 TO ANT-LEST.
           IF       T-PSTAT1 NOT = '2' AND T-PSTAT1 NOT = '5'
                    GO TO 1000.
      * MÅNEDEN PERSONEN FYLLER 67 SOM LØPENDE MÅNEDSNUMMER, SLIK AT
      * VINDUET KAN GÅ OVER ÅRSSKIFTET. MÅNED 1 ER MÅNEDEN ETTER
      * PERIODEN.
           MOVE     T-FNR TO W-FNR.
           COMPUTE  W-MND-NR = (W-AR + 67) * 12 + W-MN - 1.
           IF       W-MND-NR NOT > W-PER-NR
                    GO TO 1000.
           COMPUTE  W-MND-IX = W-MND-NR - W-PER-NR.
           IF       W-MND-IX > K-ANT-MND
                    GO TO 1000.
           IF       SW-FORSTE NOT = '9'
                    MOVE '9' TO SW-FORSTE
                    PERFORM SKIFT-KONTOR
           ELSE
                    IF   T-TKNR NOT = TRK-AKK
                         PERFORM SKRIV-AVD-SUM
                         PERFORM SKRIV-KONTOR-SUM
                         PERFORM SKIFT-KONTOR
                    ELSE
                         IF   T-AVD NOT = AVD-AKK
                              PERFORM SKRIV-AVD-SUM
                              MOVE T-AVD TO AVD-AKK.
           IF       LINJE-AKK NOT < LINJER-PR-SIDE
                    PERFORM SKRIV-SIDEHODE.
           PERFORM  SKRIV-ALDER-LINJE.
           PERFORM  TELL-FYLKE.
           GO TO    1000.
       9000.
           IF       SW-FORSTE = '9'
                    PERFORM SKRIV-AVD-SUM
                    PERFORM SKRIV-KONTOR-SUM
           ELSE
                    PERFORM SKRIV-SIDEHODE
                    MOVE 'INGEN FYLLER 67 ÅR I MÅNEDENE SOM ER VALGT'
                         TO ML-TEKST
                    WRITE LISTE-REC FROM MELD-LINJE AFTER 2.
           MOVE     'TOTALT HELE LANDET' TO TL-TEKST.
           MOVE     ANT-LISTET TO TL-ANT.
           WRITE    LISTE-REC FROM TOTAL-LINJE AFTER 3.
           MOVE     'LEST FRA SORTREG' TO TL-TEKST.
           MOVE     ANT-LEST TO TL-ANT.
           WRITE    LISTE-REC FROM TOTAL-LINJE AFTER 1.
           PERFORM  SKRIV-FYLKE-OVERSIKT.
           CLOSE    SORTREG LISTE.
           DISPLAY  'R001ALDR LEST ' ANT-LEST ' LISTET ' ANT-LISTET.
           STOP RUN.

       BYGG-MND-TEKST.
           COMPUTE  W-MND-NR = W-PER-NR + MN-IX.
           DIVIDE   W-MND-NR BY 12 GIVING W-67-AAR
                    REMAINDER MT-MND (MN-IX).
           ADD      1 TO MT-MND (MN-IX).
           MOVE     W-67-AAR TO MT-AAR (MN-IX).

      *+---------------------------------------------------------------+
      *!   NYTT KONTOR: NAVNEOPPSLAG, NY SIDE OG SIDETALL FRA 1,       !
      *!   SLIK AT HVERT KONTORS LISTE KAN RIVES AV FOR SEG.           !
      *+---------------------------------------------------------------+
       SKIFT-KONTOR.
           MOVE     T-TKNR TO TRK-AKK, TRK-NR.
           MOVE     T-AVD  TO AVD-AKK.
           MOVE     TRK-NR TO TKR-TKNR.
           MOVE     K-PERIODE TO TKR-PERIODE.
           CALL     'R001TKRS' USING TKR-PARM.
           MOVE     TKR-NAVN TO TRK-NAVN.
           IF       TKR-SVAR = '0'
                    MOVE TKR-FYLKE TO TRK-FYLKE
           ELSE
                    MOVE ZERO      TO TRK-FYLKE.
           MOVE     ZERO TO SIDE-AKK KTR-ANT AVD-ANT.
           PERFORM  SKRIV-SIDEHODE.

       SKRIV-SIDEHODE.
           ADD      1 TO SIDE-AKK.
           MOVE     SIDE-AKK TO HO-SIDE.
           MOVE     ZERO     TO LINJE-AKK.
           WRITE    LISTE-REC FROM HODE-1 AFTER NS.
           MOVE     TRK-AKK  TO HO-TRKNR.
           MOVE     TRK-NAVN TO HO-TKNAVN.
           WRITE    LISTE-REC FROM HODE-2 AFTER 1.
           WRITE    LISTE-REC FROM HODE-3 AFTER 2.

       SKRIV-ALDER-LINJE.
           ADD      1 TO LINJE-AKK KTR-ANT AVD-ANT ANT-LISTET.
           MOVE     T-NAVN   TO AL-NAVN.
           MOVE     W-FNR    TO AL-FNR.
           MOVE     T-PSTAT1 TO AL-PSTAT1.
      * AVDELINGEN ER BARE I BRUK FOR TRYGDEKONTOR 1201 (BERGEN);
      * FOR ALLE ANDRE KONTOR ER FELTET BLANKT.
           MOVE     T-AVD    TO AL-AVD.
           MOVE     MT-MND (W-MND-IX) TO AL-67-MND.
           MOVE     MT-AAR (W-MND-IX) TO AL-67-AAR.
           MOVE     T-UFGRAD TO AL-UFGRAD.
           MOVE     T-GRP    TO AL-GRP.
           ADD      T-TPAVD T-TPEGEN GIVING W-TP.
           MOVE     W-TP     TO AL-TP.
           MOVE     T-SUMYD  TO AL-SUMYD.
           IF       LINJE-AKK = 1
                    WRITE LISTE-REC FROM ALDER-LINJE AFTER 2
           ELSE
                    WRITE LISTE-REC FROM ALDER-LINJE AFTER 1.

      * FYLKET ER LAGT UNNA I SKIFT-KONTOR; ET KONTOR SOM IKKE ER
      * GYLDIG I REGISTERET FOR PERIODEN TELLES SOM UKJENT FYLKE.
       TELL-FYLKE.
           MOVE     TRK-FYLKE TO W-FYLKE.
           IF       W-FYLKE < 01 OR W-FYLKE > 20
                    ADD 1 TO ANT-UKJENT-FYLKE
           ELSE
                    ADD 1 TO FY-ANT (W-FYLKE, W-MND-IX)
                    ADD 1 TO MS-ANT (W-MND-IX).

      * AVDELINGSSUM SKRIVES BARE FOR TRYGDEKONTOR 1201.
       SKRIV-AVD-SUM.
           IF       TRK-AKK = 1201 AND AVD-ANT NOT = ZERO
                    MOVE AVD-AKK TO AVL-AVD
                    MOVE AVD-ANT TO AVL-ANT
                    WRITE LISTE-REC FROM AVD-LINJE AFTER 2
                    ADD  2 TO LINJE-AKK.
           MOVE     ZERO TO AVD-ANT.

       SKRIV-KONTOR-SUM.
           MOVE     KTR-ANT TO KL-ANT.
           WRITE    LISTE-REC FROM KONTOR-LINJE AFTER 2.

      *+---------------------------------------------------------------+
      *!   OPPTELLINGEN PR. FYLKE OG MÅNED, MED SUM PR. MÅNED FOR      !
      *!   HELE LANDET. KOLONNENE ER MÅNEDENE I VINDUET (MM/ÅÅ).       !
      *+---------------------------------------------------------------+
       SKRIV-FYLKE-OVERSIKT.
           WRITE    LISTE-REC FROM FYLKE-HODE-1 AFTER NS.
           MOVE     SPACES TO FH-MND-TAB.
           PERFORM  FYLL-MND-HODE VARYING MN-IX FROM 1 BY 1
               UNTIL MN-IX > K-ANT-MND.
           WRITE    LISTE-REC FROM FYLKE-HODE-2 AFTER 2.
           PERFORM  SKRIV-FYLKE-LINJE VARYING FY-IX FROM 1 BY 1
               UNTIL FY-IX > 20.
           MOVE     SPACES TO FYLKE-LINJE.
           MOVE     'HELE LANDET' TO FL-TEKST.
           MOVE     ZERO TO W-SUM-ANT.
           PERFORM  FYLL-LANDET-KOLONNE VARYING MN-IX FROM 1 BY 1
               UNTIL MN-IX > K-ANT-MND.
           MOVE     W-SUM-ANT TO FL-TOTAL.
           WRITE    LISTE-REC FROM FYLKE-LINJE AFTER 2.
           IF       ANT-UKJENT-FYLKE NOT = ZERO
                    MOVE 'LISTET MED UKJENT FYLKE'
                         TO TL-TEKST
                    MOVE ANT-UKJENT-FYLKE TO TL-ANT
                    WRITE LISTE-REC FROM TOTAL-LINJE AFTER 2.

       FYLL-MND-HODE.
           MOVE     MT-MND (MN-IX) TO FH-MND   (MN-IX).
           MOVE     '/'            TO FH-STREK (MN-IX).
           MOVE     MT-AAR (MN-IX) TO FH-AAR   (MN-IX).

       SKRIV-FYLKE-LINJE.
           MOVE     SPACES TO FYLKE-LINJE.
           MOVE     FY-IX  TO FT-FYLKE.
           MOVE     FL-FYLKE-TEKST TO FL-TEKST.
           MOVE     ZERO TO W-SUM-ANT.
           PERFORM  FYLL-FYLKE-KOLONNE VARYING MN-IX FROM 1 BY 1
               UNTIL MN-IX > K-ANT-MND.
           MOVE     W-SUM-ANT TO FL-TOTAL.
           WRITE    LISTE-REC FROM FYLKE-LINJE AFTER 1.

       FYLL-FYLKE-KOLONNE.
           MOVE     FY-ANT (FY-IX, MN-IX) TO FL-ANT (MN-IX).
           ADD      FY-ANT (FY-IX, MN-IX) TO W-SUM-ANT.

       FYLL-LANDET-KOLONNE.
           MOVE     MS-ANT (MN-IX) TO FL-ANT (MN-IX).
           ADD      MS-ANT (MN-IX) TO W-SUM-ANT.
