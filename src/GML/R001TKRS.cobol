       IDENTIFICATION DIVISION.
       PROGRAM-ID.    R001TKRS.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : OPPSLAG I TRYGDEKONTORREGISTERET P292.TKREG.VSAM,  !
      *!            SOM AVLØSER DE FASTKODEDE LISTENE I R001NRC        !
      *!            (GYLDIG KONTORNR) OG R001NAC (KONTORETS NAVN).     !
      *!            KALLES MED KONTORNR OG PERIODE ÅÅMM (0000 = UTEN   !
      *!            PERIODEKONTROLL) OG GIR TILBAKE SVAR, NAVN, FYLKE  !
      *!            OG ENDELIG ETTERFØLGER NÅR KONTORET ER SLÅTT       !
      *!            SAMMEN MED ET ANNET (KJEDEN FØLGES TIL ENDE).      !
      *!            SVAR: '0' = GYLDIG I PERIODEN                      !
      *!                  '1' = UKJENT KONTORNR                        !
      *!                  '2' = FINNES, MEN IKKE GYLDIG I PERIODEN     !
      *!            REGISTERET ÅPNES VED FØRSTE KALL OG BLIR STÅENDE   !
      *!            ÅPENT. SISTE OPPSLAG HUSKES, SLIK AT SORTERTE      !
      *!            FILER IKKE GIR ETT VSAM-KALL PR. POST.             !
      *!   INPUT  : P292.TKREG.VSAM (TKREG)                            !
      *!   OUTPUT : SVARFELTENE I TKR-PARM                             !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TKREG  ASSIGN TKREG
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKREG-KONTOR
               FILE STATUS IS TKREG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *+---------------------------------------------------------------+
      *!   TRYGDEKONTORREGISTERET. PERIODENE ER ÅÅMM: FRA = 0000 ER    !
      *!   GYLDIG FRA FØRSTE PERIODE, TIL = 9999 ER ÅPEN. SAMMENSL ER  !
      *!   KONTORET DETTE ER SLÅTT SAMMEN MED (0000 = IKKE SAMMENSLÅTT)!
      *+---------------------------------------------------------------+
       FD  TKREG
           LABEL RECORDS STANDARD.
       01  TKREG-REC.
           03 TKREG-KONTOR   PIC 9(4).
           03 TKREG-NAVN     PIC X(23).
           03 TKREG-FYLKE    PIC 99.
           03 TKREG-FRA-PER  PIC 9(4).
           03 TKREG-TIL-PER  PIC 9(4).
           03 TKREG-SAMMENSL PIC 9(4).
           03 TKREG-ENDRET   PIC 9(6).
           03 FILLER         PIC X(33).

       WORKING-STORAGE SECTION.
       77  TKREG-STATUS     PIC XX    VALUE '00'.
       77  SW-APEN          PIC X     VALUE SPACE.
       77  ANT-LEDD         PIC 99    VALUE ZERO.
       77  W-PERIODE        PIC 9(4)  VALUE ZERO.
       77  W-LANG           PIC 9(5)  VALUE ZERO.
       77  W-LANG-KALL      PIC 9(5)  VALUE ZERO.
       77  W-REST           PIC 99    VALUE ZERO.

      * SVARET FRA FORRIGE KALL, SAMME OPPBYGGING SOM TKR-PARM.
       01  SISTE-PARM.
           03 S-TKNR        PIC 9(4).
           03 S-PERIODE     PIC 9(4).
           03 FILLER        PIC X(30).

       LINKAGE SECTION.
       01  TKR-PARM.
           03 TKR-TKNR      PIC 9(4).
           03 TKR-PERIODE   PIC 9(4).
           03 TKR-SVAR      PIC X.
           03 TKR-NAVN      PIC X(23).
           03 TKR-FYLKE     PIC 99.
           03 TKR-ETTERF    PIC 9(4).

      *--------------------------------------------------------
       PROCEDURE DIVISION USING TKR-PARM.
       0000-HOVED SECTION.
       0000.
           IF       SW-APEN = '9'
                    IF   TKR-TKNR    = S-TKNR AND
                         TKR-PERIODE = S-PERIODE
                         MOVE SISTE-PARM TO TKR-PARM
                         GO TO 0999.
           IF       SW-APEN NOT = '9'
                    PERFORM APNE-REGISTER.

           MOVE     TKR-TKNR TO TKREG-KONTOR.
           READ     TKREG
             INVALID KEY GO TO 0800.
           MOVE     '0'          TO TKR-SVAR.
           MOVE     TKREG-NAVN   TO TKR-NAVN.
           MOVE     TKREG-FYLKE  TO TKR-FYLKE.
           MOVE     TKR-TKNR     TO TKR-ETTERF.
           IF       TKR-PERIODE NOT = ZERO
                    PERFORM SJEKK-GYLDIG.
           MOVE     ZERO TO ANT-LEDD.
           IF       TKREG-SAMMENSL NOT = ZERO
                    PERFORM FOLG-SAMMENSL
                        UNTIL TKREG-SAMMENSL = ZERO OR ANT-LEDD > 10.
           GO TO    0900.

      * UKJENT KONTORNR: FYLKET TAS FRA DE TO FØRSTE SIFRENE SOM FØR,
      * SLIK AT FYLKESSUMMENE IKKE ENDRER SEG FOR GAMLE KONTORNR.
       0800.
           MOVE     '1' TO TKR-SVAR.
           MOVE     'UKJENT TRYGDEKONTOR' TO TKR-NAVN.
           DIVIDE   TKR-TKNR BY 100 GIVING TKR-FYLKE REMAINDER W-REST.
           MOVE     TKR-TKNR TO TKR-ETTERF.
       0900.
           MOVE     TKR-PARM TO SISTE-PARM.
       0999.
           GOBACK.

      *+---------------------------------------------------------------+
      *!   ÅPNER REGISTERET VED FØRSTE KALL. KAN DET IKKE ÅPNES, ER    !
      *!   INGEN KONTROLL MULIG, OG KJØRINGEN STOPPES.                 !
      *+---------------------------------------------------------------+
       APNE-REGISTER SECTION.
           OPEN     INPUT TKREG.
           IF       TKREG-STATUS NOT = '00'
                    DISPLAY 'R001TKRS: P292.TKREG.VSAM KAN IKKE '
                            'ÅPNES, STATUS ' TKREG-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           MOVE     '9' TO SW-APEN.

      *+---------------------------------------------------------------+
      *!   GYLDIGHET I PERIODEN. PERIODENE ER ÅÅMM; ÅR UNDER 50 ER     !
      *!   20ÅÅ OG SAMMENLIGNES DERFOR MED 10000 LAGT TIL.             !
      *+---------------------------------------------------------------+
       SJEKK-GYLDIG SECTION.
           MOVE     TKR-PERIODE TO W-PERIODE.
           PERFORM  LANG-PERIODE.
           MOVE     W-LANG TO W-LANG-KALL.
           IF       TKREG-FRA-PER NOT = ZERO
                    MOVE TKREG-FRA-PER TO W-PERIODE
                    PERFORM LANG-PERIODE
                    IF   W-LANG-KALL < W-LANG
                         MOVE '2' TO TKR-SVAR.
           IF       TKREG-TIL-PER NOT = 9999
                    MOVE TKREG-TIL-PER TO W-PERIODE
                    PERFORM LANG-PERIODE
                    IF   W-LANG-KALL > W-LANG
                         MOVE '2' TO TKR-SVAR.

       LANG-PERIODE SECTION.
           MOVE     W-PERIODE TO W-LANG.
           IF       W-PERIODE < 5000
                    ADD 10000 TO W-LANG.

      *+---------------------------------------------------------------+
      *!   FØLGER SAMMENSLÅINGSKJEDEN ETT LEDD. MANGLER ETTERFØLGEREN  !
      *!   I REGISTERET, STANSER KJEDEN DER. HØYST TI LEDD, SLIK AT    !
      *!   EN SIRKULÆR KJEDE IKKE GIR EVIG LØKKE.                      !
      *+---------------------------------------------------------------+
       FOLG-SAMMENSL SECTION.
           ADD      1 TO ANT-LEDD.
           MOVE     TKREG-SAMMENSL TO TKR-ETTERF.
           MOVE     TKREG-SAMMENSL TO TKREG-KONTOR.
           READ     TKREG
             INVALID KEY MOVE ZERO TO TKREG-SAMMENSL.
