       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FO04F1H6.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : ÅRLIG INNTEKTSOPPGAVE TIL SKATTEMYNDIGHETENE FRA   !
      *!            HISTORIKKFILEN. FOR DET PARAMETERGITTE ÅRET        !
      *!            SKRIVES EN POST PR. STØNADSMOTTAKER MED FØDSELSNR, !
      *!            NAVN, TRYGDEKONTOR (KONTORET I ÅRETS SISTE         !
      *!            PERIODE) OG ÅRSSUMMER FOR GRUNNPENSJON, TILLEGGS-  !
      *!            PENSJON, SÆRTILLEGG, AFP OG ANDRE TILLEGG, SOM     !
      *!            TIL SAMMEN ER ÅRETS SUM YTELSE. FILEN HAR ET       !
      *!            HODE OG EN SLUTTPOST MED ANTALL MOTTAKERE OG       !
      *!            TOTALBELØP.                                        !
      *!            KONTROLLISTEN VISER SUMMENE PR. FYLKE OG FOR HELE  !
      *!            LANDET; LANDSTOTALEN SKAL STEMME NØYAKTIG MED      !
      *!            TOTALSIDEN I ÅRSOPPGAVEN FO04F1H4 FOR SAMME ÅR.    !
      *!   INPUT  : HISTFIL  (FRA FO04F1H1)                            !
      *!            PARAMETERKORT FO04F921 MED ÅR ÅÅ                   !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : SKATTFIL (INNTEKTSOPPGAVEN TIL SKATTEMYNDIGHETENE) !
      *!            LISTE    (KONTROLLISTE PR. FYLKE)                  !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C01 IS NS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HISTFIL  ASSIGN HISTFIL.
           SELECT SORTFIL  ASSIGN SORTFIL.
           SELECT SKATTFIL ASSIGN SKATTFIL.
           SELECT LISTE    ASSIGN LISTE.

       DATA DIVISION.
       FILE SECTION.

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
      *!   SORTERINGSPOSTEN: ÅRETS HISTORIKKPOSTER NØKLET PÅ           !
      *!   FØDSELSNR/PERIODE, SLIK AT HVER MOTTAKER KOMMER SAMLET OG   !
      *!   SISTE PERIODE GIR KONTORET. BELØPENE ER ALLEREDE FORDELT PÅ !
      *!   OPPGAVENS POSTER (SE VELG-AARET).                           !
      *+---------------------------------------------------------------+
       SD  SORTFIL
           DATA  RECORDS SORT-REC.
       01  SORT-REC.
           03 S-FNR         PIC 9(11).
           03 S-PERIODE     PIC 9(4).
           03 S-TKNR        PIC 9(4).
           03 S-NAVN        PIC X(25).
           03 S-GRP         PIC S9(5)  COMP-3.
           03 S-TP          PIC S9(7)  COMP-3.
           03 S-SAERTIL     PIC S9(5)  COMP-3.
           03 S-AFP         PIC S9(7)  COMP-3.
           03 S-ANDRE       PIC S9(7)  COMP-3.
           03 S-SUMYD       PIC S9(5)  COMP-3.

      *+---------------------------------------------------------------+
      *!   INNTEKTSOPPGAVEN: HODE (TYPE 1), EN POST PR. MOTTAKER       !
      *!   (TYPE 2) OG SLUTTPOST (TYPE 9) MED ANTALL MOTTAKERE OG      !
      *!   TOTALBELØP. BELØPENE STÅR I TEGNFORM MED FORTEGN I SISTE    !
      *!   SIFFER. GRUNNPENSJON + TILLEGGSPENSJON + SÆRTILLEGG + AFP + !
      *!   ANDRE TILLEGG = SUM YTELSE I HVER POST.                     !
      *+---------------------------------------------------------------+
       FD  SKATTFIL
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA  RECORDS SH-REC SM-REC ST-REC.
       01  SH-REC.
           03 SH-TYPE       PIC X.
           03 SH-KILDE      PIC X(8).
           03 SH-AAR        PIC 99.
           03 SH-DATO       PIC 9(6).
           03 FILLER        PIC X(83).
       01  SM-REC.
           03 SM-TYPE       PIC X.
           03 SM-FNR        PIC 9(11).
           03 SM-NAVN       PIC X(25).
           03 SM-TKNR       PIC 9(4).
           03 SM-GRP        PIC S9(7).
           03 SM-TP         PIC S9(7).
           03 SM-SAERTIL    PIC S9(7).
           03 SM-AFP        PIC S9(7).
           03 SM-ANDRE      PIC S9(7).
           03 SM-SUMYD      PIC S9(9).
           03 FILLER        PIC X(15).
       01  ST-REC.
           03 ST-TYPE       PIC X.
           03 ST-AAR        PIC 99.
           03 ST-ANTALL     PIC 9(7).
           03 ST-SUM        PIC S9(13).
           03 FILLER        PIC X(77).

       FD  LISTE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA  RECORDS LISTE-REC.
       01  LISTE-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       77  SW-FORSTE       PIC X     VALUE SPACE.
       77  SW-UBALANSE     PIC X     VALUE SPACE.
       77  ANT-LEST        PIC 9(7)  VALUE ZERO.
       77  ANT-VALGT       PIC 9(7)  VALUE ZERO.
       77  ANT-SORTERT     PIC 9(7)  VALUE ZERO.
       77  ANT-MOTTAKERE   PIC 9(7)  VALUE ZERO.
       77  W-AAR           PIC 99    VALUE ZERO.
       77  W-REST          PIC 99    VALUE ZERO.
       77  W-FYLKE         PIC 99    VALUE ZERO.
       77  W-DAGDATO       PIC 9(6)  VALUE ZERO.
       77  FY-IX           PIC 99    VALUE ZERO.
       77  FNR-AKK         PIC 9(11) VALUE ZERO.
       77  NAVN-AKK        PIC X(25) VALUE SPACES.
       77  TRK-AKK         PIC 9(4)  VALUE ZERO.
       77  PER-AKK         PIC 9(4)  VALUE ZERO.
       77  SISTE-TKNR      PIC 9(4)  VALUE ZERO.
       77  SISTE-PERIODE   PIC 9(4)  VALUE ZERO.
       77  SISTE-FYLKE     PIC 99    VALUE ZERO.
       77  AAR-GRP         PIC S9(7) COMP-3 VALUE ZERO.
       77  AAR-TP          PIC S9(7) COMP-3 VALUE ZERO.
       77  AAR-SAERTIL     PIC S9(7) COMP-3 VALUE ZERO.
       77  AAR-AFP         PIC S9(7) COMP-3 VALUE ZERO.
       77  AAR-ANDRE       PIC S9(7) COMP-3 VALUE ZERO.
       77  AAR-SUMYD       PIC S9(9) COMP-3 VALUE ZERO.
       77  INN-SUMYD       PIC S9(13) COMP-3 VALUE ZERO.
       77  UT-SUMYD        PIC S9(13) COMP-3 VALUE ZERO.

       01  KORT.
           03 ID-X         PIC X(9)    VALUE SPACES.
           03 K-AAR        PIC 99.
           03 FILLER       PIC X(69)   VALUE SPACES.

      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET).
       01  TKR-PARM.
           03 TKR-TKNR     PIC 9(4).
           03 TKR-PERIODE  PIC 9(4).
           03 TKR-SVAR     PIC X.
           03 TKR-NAVN     PIC X(23).
           03 TKR-FYLKE    PIC 99.
           03 TKR-ETTERF   PIC 9(4).

      *+---------------------------------------------------------------+
      *!   AKKUMULERINGSTABELL: FYLKE 01-20 (FRA TRYGDEKONTOR-         !
      *!   REGISTERET), POST 21 FOR KONTOR SOM IKKE ER GYLDIGE I       !
      *!   REGISTERET ELLER LIGGER UTENFOR FYLKE 01-20, OG POST 22 FOR !
      *!   HELE LANDET. UKJENT FYLKE TAS MED OG VISES FOR SEG, SÅ      !
      *!   LANDSTOTALEN FORTSATT STEMMER MED FO04F1H4.                 !
      *+---------------------------------------------------------------+
       01  FYLKE-TABELL.
           03 FYLKE-POST OCCURS 22 TIMES.
              05 FY-ANT         PIC 9(7)          COMP-3.
              05 FY-GRP         PIC S9(11)        COMP-3.
              05 FY-TP          PIC S9(11)        COMP-3.
              05 FY-SAERTIL     PIC S9(11)        COMP-3.
              05 FY-AFP         PIC S9(11)        COMP-3.
              05 FY-ANDRE       PIC S9(11)        COMP-3.
              05 FY-SUMYD       PIC S9(11)        COMP-3.

       01  HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'FO04F1H6  INNTEKTSOPPGAVE TIL SKATTEMYNDIGHE'.
           03 FILLER       PIC X(26)   VALUE
              'TENE - KONTROLLISTE  ÅR 19'.
           03 HO-AAR       PIC 99.
           03 FILLER       PIC X(60)   VALUE SPACES.
      *+---------------------------------------------------------------+
      *!   OVERSKRIFTEN STÅR PÅ TALL-LINJENS RASTER: HVER LEDETEKST    !
      *!   ER HØYREJUSTERT OVER SISTE SIFFER I SIN KOLONNE.            !
      *+---------------------------------------------------------------+
       01  HODE-2.
           03 FILLER       PIC X(12)   VALUE 'FYLKE       '.
           03 FILLER       PIC X(8)    VALUE '  ANTALL'.
           03 FILLER       PIC X(14)   VALUE '    GRUNNPEN. '.
           03 FILLER       PIC X(14)   VALUE '  TILL.PENSJ. '.
           03 FILLER       PIC X(14)   VALUE '   SÆRTILLEGG '.
           03 FILLER       PIC X(14)   VALUE '          AFP '.
           03 FILLER       PIC X(14)   VALUE '  ANDRE TILL. '.
           03 FILLER       PIC X(14)   VALUE '   SUM YTELSE '.
           03 FILLER       PIC X(28)   VALUE SPACES.

       01  TALL-LINJE.
           03 TL-TEKST     PIC X(12).
           03 TL-ANT       PIC Z(7)9.
           03 FILLER       PIC X       VALUE SPACE.
           03 TL-GRP       PIC Z(11)9-.
           03 FILLER       PIC X       VALUE SPACE.
           03 TL-TP        PIC Z(11)9-.
           03 FILLER       PIC X       VALUE SPACE.
           03 TL-SAERTIL   PIC Z(11)9-.
           03 FILLER       PIC X       VALUE SPACE.
           03 TL-AFP       PIC Z(11)9-.
           03 FILLER       PIC X       VALUE SPACE.
           03 TL-ANDRE     PIC Z(11)9-.
           03 FILLER       PIC X       VALUE SPACE.
           03 TL-SUMYD     PIC Z(11)9-.
           03 FILLER       PIC X(28)   VALUE SPACES.
       01  TALL-FYLKE REDEFINES TALL-LINJE.
           03 TF-TEKST     PIC X(6).
           03 TF-FYLKE     PIC 99.
           03 FILLER       PIC X(124).

       01  ANT-LINJE.
           03 AL-TEKST     PIC X(42).
           03 AL-ANT       PIC Z(6)9.
           03 FILLER       PIC X(83)   VALUE SPACES.

       01  MELD-LINJE.
           03 ML-TEKST     PIC X(80).
           03 FILLER       PIC X(52)   VALUE SPACES.

      *--------------------------------------------------------
       PROCEDURE DIVISION.
       0000-HOVED SECTION.
       LES-KORT.
           ACCEPT   KORT.
           IF       ID-X = 'FO04F921:', GO TO SJEKK-AAR.
           DISPLAY  KORT, ' PARAM-KORT ER GALT'.
           STOP RUN.
           GO TO    LES-KORT.
       SJEKK-AAR.
           IF       K-AAR NOT NUMERIC
                    DISPLAY KORT, ' UGYLDIG ÅR I PARAMKORT'
                    STOP RUN.
       0000.
           PERFORM  BLANK-FYLKE VARYING FY-IX FROM 1 BY 1
               UNTIL FY-IX > 22.
           SORT     SORTFIL ON ASCENDING KEY S-FNR S-PERIODE
                    INPUT  PROCEDURE VELG-AARET
                    OUTPUT PROCEDURE SKRIV-OPPGAVER.
           DISPLAY  'FO04F1H6 ÅR ' K-AAR
                    ' LEST '       ANT-LEST
                    ' VALGT '      ANT-VALGT
                    ' MOTTAKERE '  ANT-MOTTAKERE.
      * ER INNTEKTSOPPGAVEN UFULLSTENDIG, SKAL DEN IKKE SENDES.
           IF       SW-UBALANSE = '9'
                    DISPLAY 'FO04F1H6: SLUTTPOSTEN STEMMER IKKE MED HIST
      -             'ORIKKFILEN - FILEN SKAL IKKE SENDES'
                    MOVE 8 TO RETURN-CODE.
           STOP RUN.

       BLANK-FYLKE.
           MOVE     ZERO TO FY-ANT     (FY-IX)
                            FY-GRP     (FY-IX)
                            FY-TP      (FY-IX)
                            FY-SAERTIL (FY-IX)
                            FY-AFP     (FY-IX)
                            FY-ANDRE   (FY-IX)
                            FY-SUMYD   (FY-IX).

      *+---------------------------------------------------------------+
      *!   INNPROSEDYRE: LESER HISTORIKKFILEN OG LEVERER POSTENE FOR   !
      *!   DET VALGTE ÅRET TIL SORTERINGEN. HISTORIKKEN HAR IKKE EGET  !
      *!   AFP-FELT; EN PERIODE MED PENSJONSTYPE '5' (AFP) OPPGIS I    !
      *!   SIN HELHET SOM AFP. ELLERS OPPGIS GRUNNPENSJON, TILLEGGS-   !
      *!   PENSJON OG SÆRTILLEGG FOR SEG, OG RESTEN AV SUM YTELSE -    !
      *!   FORSØRGINGS-, GARANTI-, SÆRKULLS-, VENTE- OG KOMPENSASJONS- !
      *!   TILLEGG SOM IKKE STÅR I HISTORIKKEN - SOM ANDRE TILLEGG.    !
      *!   POSTENE GIR DERMED TIL SAMMEN SUM YTELSE.                   !
      *+---------------------------------------------------------------+
       VELG-AARET SECTION.
           OPEN     INPUT HISTFIL.
       1000.
           READ     HISTFIL
             AT END GO TO 1900.
           ADD      1 TO ANT-LEST.
           DIVIDE   HIST-PERIODE BY 100 GIVING W-AAR REMAINDER W-REST.
           IF       W-AAR NOT = K-AAR
                    GO TO 1000.
           ADD      1 TO ANT-VALGT.
           MOVE     HIST-FNR     TO S-FNR.
           MOVE     HIST-PERIODE TO S-PERIODE.
           MOVE     HIST-TRKNR   TO S-TKNR.
           MOVE     HIST-NAVN    TO S-NAVN.
           IF       HIST-PSTAT1 = '5'
                    MOVE ZERO       TO S-GRP S-TP S-SAERTIL S-ANDRE
                    MOVE HIST-SUMYD TO S-AFP
           ELSE
                    MOVE HIST-GRP     TO S-GRP
                    COMPUTE S-TP = HIST-TPAVD + HIST-TPEGEN
                    MOVE HIST-SAERTIL TO S-SAERTIL
                    MOVE ZERO         TO S-AFP
                    COMPUTE S-ANDRE = HIST-SUMYD - HIST-GRP
                          - HIST-TPAVD - HIST-TPEGEN - HIST-SAERTIL.
           MOVE     HIST-SUMYD   TO S-SUMYD.
           ADD      HIST-SUMYD   TO INN-SUMYD.
           RELEASE  SORT-REC.
           GO TO    1000.
       1900.
           CLOSE    HISTFIL.

      *+---------------------------------------------------------------+
      *!   UTPROSEDYRE: SUMMERER ÅRET PR. MOTTAKER OG SKRIVER EN POST  !
      *!   VED HVERT SKIFTE AV FØDSELSNR. NAVN OG KONTOR ER FRA DEN    !
      *!   SISTE PERIODEN I ÅRET. TIL SLUTT SLUTTPOST OG KONTROLLISTE. !
      *+---------------------------------------------------------------+
       SKRIV-OPPGAVER SECTION.
           OPEN     OUTPUT SKATTFIL.
           OPEN     OUTPUT LISTE.
           ACCEPT   W-DAGDATO FROM DATE.
           MOVE     SPACES     TO SH-REC.
           MOVE     '1'        TO SH-TYPE.
           MOVE     'FO04F1H6' TO SH-KILDE.
           MOVE     K-AAR      TO SH-AAR.
           MOVE     W-DAGDATO  TO SH-DATO.
           WRITE    SH-REC.
       2000.
           RETURN   SORTFIL
             AT END GO TO 2900.
           ADD      1 TO ANT-SORTERT.
           IF       SW-FORSTE NOT = '9'
                    MOVE '9' TO SW-FORSTE
                    PERFORM START-MOTTAKER
           ELSE
                    IF   S-FNR NOT = FNR-AKK
                         PERFORM SKRIV-MOTTAKER
                         PERFORM START-MOTTAKER.
           MOVE     S-NAVN    TO NAVN-AKK.
           MOVE     S-TKNR    TO TRK-AKK.
           MOVE     S-PERIODE TO PER-AKK.
           ADD      S-GRP     TO AAR-GRP.
           ADD      S-TP      TO AAR-TP.
           ADD      S-SAERTIL TO AAR-SAERTIL.
           ADD      S-AFP     TO AAR-AFP.
           ADD      S-ANDRE   TO AAR-ANDRE.
           ADD      S-SUMYD   TO AAR-SUMYD.
           GO TO    2000.
       2900.
           IF       SW-FORSTE = '9'
                    PERFORM SKRIV-MOTTAKER.
           MOVE     SPACES        TO ST-REC.
           MOVE     '9'           TO ST-TYPE.
           MOVE     K-AAR         TO ST-AAR.
           MOVE     ANT-MOTTAKERE TO ST-ANTALL.
           MOVE     UT-SUMYD      TO ST-SUM.
           WRITE    ST-REC.
           IF       UT-SUMYD NOT = INN-SUMYD
              OR    ANT-SORTERT NOT = ANT-VALGT
                    MOVE '9' TO SW-UBALANSE.
           PERFORM  SKRIV-KONTROLLISTE.
           CLOSE    SKATTFIL LISTE.
           GO TO    2999.

       START-MOTTAKER.
           MOVE     S-FNR TO FNR-AKK.
           MOVE     ZERO  TO AAR-GRP AAR-TP AAR-SAERTIL
                             AAR-AFP AAR-ANDRE AAR-SUMYD.

       SKRIV-MOTTAKER.
           ADD      1 TO ANT-MOTTAKERE.
           MOVE     SPACES      TO SM-REC.
           MOVE     '2'         TO SM-TYPE.
           MOVE     FNR-AKK     TO SM-FNR.
           MOVE     NAVN-AKK    TO SM-NAVN.
           MOVE     TRK-AKK     TO SM-TKNR.
           MOVE     AAR-GRP     TO SM-GRP.
           MOVE     AAR-TP      TO SM-TP.
           MOVE     AAR-SAERTIL TO SM-SAERTIL.
           MOVE     AAR-AFP     TO SM-AFP.
           MOVE     AAR-ANDRE   TO SM-ANDRE.
           MOVE     AAR-SUMYD   TO SM-SUMYD.
           WRITE    SM-REC.
           ADD      AAR-SUMYD   TO UT-SUMYD.
           PERFORM  FINN-FYLKE.
           IF       W-FYLKE < 1 OR W-FYLKE > 20
                    MOVE 21 TO FY-IX
           ELSE
                    MOVE W-FYLKE TO FY-IX.
           PERFORM  AKKUMULER.
           MOVE     22 TO FY-IX.
           PERFORM  AKKUMULER.

       AKKUMULER.
           ADD      1           TO FY-ANT     (FY-IX).
           ADD      AAR-GRP     TO FY-GRP     (FY-IX).
           ADD      AAR-TP      TO FY-TP      (FY-IX).
           ADD      AAR-SAERTIL TO FY-SAERTIL (FY-IX).
           ADD      AAR-AFP     TO FY-AFP     (FY-IX).
           ADD      AAR-ANDRE   TO FY-ANDRE   (FY-IX).
           ADD      AAR-SUMYD   TO FY-SUMYD   (FY-IX).

      * FYLKET SLÅS OPP FOR KONTORET I MOTTAKERENS SISTE PERIODE.
      * FORRIGE OPPSLAG HUSKES, SIDEN MANGE MOTTAKERE PÅ RAD HAR
      * SAMME KONTOR. ET KONTOR SOM IKKE ER GYLDIG FOR PERIODEN
      * GIR FYLKE 00 (UKJENT).
       FINN-FYLKE.
           IF       TRK-AKK NOT = SISTE-TKNR
              OR    PER-AKK NOT = SISTE-PERIODE
                    MOVE TRK-AKK TO TKR-TKNR SISTE-TKNR
                    MOVE PER-AKK TO TKR-PERIODE SISTE-PERIODE
                    CALL 'R001TKRS' USING TKR-PARM
                    IF   TKR-SVAR = '0'
                         MOVE TKR-FYLKE TO SISTE-FYLKE
                    ELSE
                         MOVE ZERO      TO SISTE-FYLKE.
           MOVE     SISTE-FYLKE TO W-FYLKE.
       2999.
           EXIT.

      *+---------------------------------------------------------------+
      *!   KONTROLLISTEN: EN LINJE PR. FYLKE MED MOTTAKERE, OG         !
      *!   LANDSTOTALEN. SUM YTELSE SKAL STEMME MED TOTALSIDEN I       !
      *!   FO04F1H4. DE ØVRIGE KOLONNENE KAN IKKE SAMMENLIGNES DIREKTE !
      *!   MED H4, SIDEN AFP-PERIODENE HER STÅR SAMLET SOM AFP.        !
      *+---------------------------------------------------------------+
       SKRIV-KONTROLLISTE SECTION.
           MOVE     K-AAR TO HO-AAR.
           WRITE    LISTE-REC FROM HODE-1 AFTER NS.
           WRITE    LISTE-REC FROM HODE-2 AFTER 3.
           MOVE     SPACES TO LISTE-REC.
           WRITE    LISTE-REC AFTER 1.
           PERFORM  SKRIV-FYLKE VARYING FY-IX FROM 1 BY 1
               UNTIL FY-IX > 21.
           MOVE     22 TO FY-IX.
           PERFORM  SKRIV-TALL.
           MOVE     'HELE LANDET' TO TL-TEKST.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 2.

           MOVE     'ANTALL POSTER LEST:' TO AL-TEKST.
           MOVE     ANT-LEST      TO AL-ANT.
           WRITE    LISTE-REC FROM ANT-LINJE AFTER 3.
           MOVE     'ANTALL POSTER I ÅRET:' TO AL-TEKST.
           MOVE     ANT-VALGT     TO AL-ANT.
           WRITE    LISTE-REC FROM ANT-LINJE AFTER 1.
           MOVE     'ANTALL POSTER FRA SORTERINGEN:' TO AL-TEKST.
           MOVE     ANT-SORTERT   TO AL-ANT.
           WRITE    LISTE-REC FROM ANT-LINJE AFTER 1.
           MOVE     'ANTALL MOTTAKERE (SLUTTPOSTENS ANTALL):' TO
                    AL-TEKST.
           MOVE     ANT-MOTTAKERE TO AL-ANT.
           WRITE    LISTE-REC FROM ANT-LINJE AFTER 1.

           IF       SW-UBALANSE = '9'
                    MOVE '*** SUM YTELSE I SLUTTPOSTEN STEMMER IKKE MED
      -             'HISTORIKKFILEN' TO ML-TEKST
           ELSE
                    MOVE 'SUM YTELSE SKAL STEMME MED TOTALSIDEN I FO04F
      -             '1H4 FOR SAMME ÅR' TO ML-TEKST.
           WRITE    LISTE-REC FROM MELD-LINJE AFTER 3.
           GO TO    3999.

       SKRIV-FYLKE.
           IF       FY-ANT (FY-IX) NOT = ZERO
                    PERFORM SKRIV-TALL
                    IF   FY-IX = 21
                         MOVE 'UKJENT FYLKE' TO TL-TEKST
                         WRITE LISTE-REC FROM TALL-LINJE AFTER 1
                    ELSE
                         MOVE 'FYLKE ' TO TF-TEKST
                         MOVE FY-IX    TO TF-FYLKE
                         WRITE LISTE-REC FROM TALL-LINJE AFTER 1.

       SKRIV-TALL.
           MOVE     SPACES             TO TL-TEKST.
           MOVE     FY-ANT     (FY-IX) TO TL-ANT.
           MOVE     FY-GRP     (FY-IX) TO TL-GRP.
           MOVE     FY-TP      (FY-IX) TO TL-TP.
           MOVE     FY-SAERTIL (FY-IX) TO TL-SAERTIL.
           MOVE     FY-AFP     (FY-IX) TO TL-AFP.
           MOVE     FY-ANDRE   (FY-IX) TO TL-ANDRE.
           MOVE     FY-SUMYD   (FY-IX) TO TL-SUMYD.
       3999.
           EXIT.
