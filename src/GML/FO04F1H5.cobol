      *!            HIST-TPEGEN, HIST-SAERTIL OG HIST-SUMYD - SLIK AT  !
      *!            BUDSJETTKONTORET SER KURVEN I STEDET FOR Å LEGGE   !
      *!            TOLV GAMLE X3-LISTER VED SIDEN AV HVERANDRE.       !
      *!            MED 'E' I KOLONNE 14 PÅ KORTET REGNES KONTORER SOM !
      *!            ER SLÅTT SAMMEN MED ET ANNET, SOM ETTERFØLGEREN,   !
      *!            SLIK AT KURVEN IKKE BRYTES VED EN SAMMENSLÅING.    !
      *!   INPUT  : HISTFIL  (FRA FO04F1H1)                            !
      *!            PARAMETERKORT FO04F911 MED SLUTTPERIODE ÅÅMM       !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : LISTE    (TIDSSERIE PR. FYLKE OG FOR LANDET)       !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       77  ANT-VALGT       PIC 9(7)  VALUE ZERO.
       77  ANT-UKJENT      PIC 9(7)  VALUE ZERO.
       77  SOK-PERIODE     PIC 9(4)  VALUE ZERO.
       77  SISTE-TKNR      PIC 9(4)  VALUE ZERO.
       77  SISTE-ETTERF    PIC 9(4)  VALUE ZERO.

       01  KORT.
           03 ID-X         PIC X(9)    VALUE SPACES.
           03 K-PERIODE.
              05 K-AAR     PIC 99.
              05 K-MND     PIC 99.
           03 K-ETTERF     PIC X       VALUE SPACE.
           03 FILLER       PIC X(66)   VALUE SPACES.

      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET).
       01  TKR-PARM.
           03 TKR-TKNR     PIC 9(4).
           03 TKR-PERIODE  PIC 9(4).
           03 TKR-SVAR     PIC X.
           03 TKR-NAVN     PIC X(23).
           03 TKR-FYLKE    PIC 99.
           03 TKR-ETTERF   PIC 9(4).

      *+---------------------------------------------------------------+
      *!   DE TOLV PERIODENE I SERIEN, ELDSTE FØRST, REGNET BAKOVER    !
           03 HO-AAR       PIC 99.
           03 FILLER       PIC X       VALUE '/'.
           03 HO-MND       PIC 99.
           03 FILLER       PIC X(3)    VALUE SPACES.
           03 HO-ETTERF    PIC X(36)   VALUE SPACES.
           03 FILLER       PIC X(31)   VALUE SPACES.
       01  HODE-2.
           03 HO-OMR-TEKST PIC X(12).
           03 HO-FYLKE-NR  PIC X(8).
           IF       K-AAR = ZERO AND K-MND < 12
                    DISPLAY KORT, ' SERIEN GÅR FORBI ÅR 00'
                    STOP RUN.
           IF       K-ETTERF NOT = SPACE AND K-ETTERF NOT = 'E'
                    DISPLAY KORT, ' UGYLDIG ETTERFØLGERVALG'
                    STOP RUN.
           PERFORM  BYGG-PERIODER.
       0000.
           PERFORM  BLANK-FYLKE VARYING FY-IX FROM 1 BY 1
           OPEN     OUTPUT LISTE.
           MOVE     K-AAR TO HO-AAR.
           MOVE     K-MND TO HO-MND.
           IF       K-ETTERF = 'E'
                    MOVE 'SAMMENSLÅTTE KONTORER PÅ ETTERFØLGER'
                         TO HO-ETTERF.
           WRITE    LISTE-REC FROM HODE-1 AFTER 1.
           PERFORM  SKRIV-FYLKE VARYING FY-IX FROM 1 BY 1
               UNTIL FY-IX > 21.
           IF       PE-TREFF = ZERO
                    GO TO 1199.
           MOVE     HIST-TRKNR TO W-TKNR.
           IF       K-ETTERF = 'E'
                    PERFORM FINN-ETTERF.
           DIVIDE   W-TKNR BY 100 GIVING W-FYLKE REMAINDER W-REST.
           IF       W-FYLKE < 1 OR W-FYLKE > 20
                    ADD 1 TO ANT-UKJENT
       1199.
           EXIT.

      *+---------------------------------------------------------------+
      *!   BYTTER KONTORNR MED ENDELIG ETTERFØLGER FRA TRYGDEKONTOR-   !
      *!   REGISTERET. FORRIGE OPPSLAG HUSKES, SIDEN MANGE POSTER PÅ   !
      *!   RAD GJERNE HAR SAMME KONTOR.                                !
      *+---------------------------------------------------------------+
       FINN-ETTERF SECTION.
           IF       W-TKNR NOT = SISTE-TKNR OR SISTE-ETTERF = ZERO
                    MOVE W-TKNR     TO TKR-TKNR SISTE-TKNR
                    MOVE ZERO       TO TKR-PERIODE
                    CALL 'R001TKRS' USING TKR-PARM
                    MOVE TKR-ETTERF TO SISTE-ETTERF.
           MOVE     SISTE-ETTERF TO W-TKNR.

       SOK-PERIODE-POST SECTION.
           MOVE     ZERO TO PE-TREFF.
           PERFORM  SOK-PERIODE-EN VARYING PE-IX FROM 1 BY 1
