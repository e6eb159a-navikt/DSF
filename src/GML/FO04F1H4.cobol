      *!            SÆRTILLEGG OG SUM YTELSE - OG ÅRSSUM PR. KOLONNE.  !
      *!            SIDENE SORTERES PÅ TRYGDEKONTORNR/NAVN, SLIK AT    !
      *!            HVERT KONTOR FÅR SIN EGEN BUNT TIL UTDELING TIL    !
      *!            MOTTAKERNE. SISTE SIDE HAR ÅRSSUMMENE FOR HELE     !
      *!            LANDET; DEN ER AVSTEMMINGSGRUNNLAGET FOR INNTEKTS- !
      *!            OPPGAVEN TIL SKATTEMYNDIGHETENE (FO04F1H6).        !
      *!   INPUT  : HISTFIL  (FRA FO04F1H1)                            !
      *!            PARAMETERKORT FO04F901 MED ÅR ÅÅ                   !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : LISTE    (EN OPPGAVESIDE PR. MOTTAKER)             !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       77  AAR-TPEGEN      PIC S9(7) COMP-3 VALUE ZERO.
       77  AAR-SAERTIL     PIC S9(7) COMP-3 VALUE ZERO.
       77  AAR-SUMYD       PIC S9(7) COMP-3 VALUE ZERO.
       77  TOT-GRP         PIC S9(11) COMP-3 VALUE ZERO.
       77  TOT-TPAVD       PIC S9(11) COMP-3 VALUE ZERO.
       77  TOT-TPEGEN      PIC S9(11) COMP-3 VALUE ZERO.
       77  TOT-SAERTIL     PIC S9(11) COMP-3 VALUE ZERO.
       77  TOT-SUMYD       PIC S9(11) COMP-3 VALUE ZERO.

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
           03 AL-SUMYD     PIC Z(8)9.
           03 FILLER       PIC X(69)   VALUE SPACES.

       01  TOT-HODE.
           03 FILLER       PIC X(18)   VALUE 'TOTALT HELE LANDET'.
           03 FILLER       PIC X(114)  VALUE SPACES.
       01  TOTAL-LINJE.
           03 FILLER       PIC X(8)    VALUE 'ÅRSSUM  '.
           03 TOT-L-GRP    PIC Z(10)9.
           03 TOT-L-TPAVD  PIC Z(10)9.
           03 TOT-L-TPEGEN PIC Z(10)9.
           03 TOT-L-SAERT  PIC Z(10)9.
           03 TOT-L-SUMYD  PIC Z(10)9.
           03 FILLER       PIC X(69)   VALUE SPACES.
       01  TOT-ANT-LINJE.
           03 FILLER       PIC X(20)   VALUE 'ANTALL OPPGAVESIDER '.
           03 TOT-L-ANT    PIC Z(6)9.
           03 FILLER       PIC X(105)  VALUE SPACES.

      *--------------------------------------------------------
       PROCEDURE DIVISION.
       0000-HOVED SECTION.
       2900.
           IF       SW-FORSTE = '9'
                    PERFORM SKRIV-AARSUM.
           PERFORM  SKRIV-TOTAL.
           CLOSE    LISTE.
           GO TO    2999.

       HENT-KONTOR.
           IF       S-TKNR NOT = TRK-AKK
                    MOVE S-TKNR TO TRK-AKK, TRK-NR
                    MOVE TRK-NR TO TKR-TKNR
                    MOVE ZERO TO TKR-PERIODE
                    CALL 'R001TKRS' USING TKR-PARM
                    MOVE TKR-NAVN TO TRK-NAVN.

       START-PERSON.
           ADD      1 TO ANT-PERSONER.
           MOVE     AAR-SAERTIL TO AL-SAERTIL.
           MOVE     AAR-SUMYD   TO AL-SUMYD.
           WRITE    LISTE-REC FROM AARSUM-LINJE AFTER 2.
           ADD      AAR-GRP     TO TOT-GRP.
           ADD      AAR-TPAVD   TO TOT-TPAVD.
           ADD      AAR-TPEGEN  TO TOT-TPEGEN.
           ADD      AAR-SAERTIL TO TOT-SAERTIL.
           ADD      AAR-SUMYD   TO TOT-SUMYD.

       SKRIV-TOTAL.
           WRITE    LISTE-REC FROM HODE-1 AFTER NS.
           WRITE    LISTE-REC FROM TOT-HODE AFTER 2.
           WRITE    LISTE-REC FROM HODE-4 AFTER 2.
           MOVE     TOT-GRP      TO TOT-L-GRP.
           MOVE     TOT-TPAVD    TO TOT-L-TPAVD.
           MOVE     TOT-TPEGEN   TO TOT-L-TPEGEN.
           MOVE     TOT-SAERTIL  TO TOT-L-SAERT.
           MOVE     TOT-SUMYD    TO TOT-L-SUMYD.
           WRITE    LISTE-REC FROM TOTAL-LINJE AFTER 2.
           MOVE     ANT-PERSONER TO TOT-L-ANT.
           WRITE    LISTE-REC FROM TOT-ANT-LINJE AFTER 3.
       2999.
           EXIT.
