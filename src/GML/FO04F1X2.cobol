      *!            ALLE DER SUM YTELSE (EKS-SUMYD) ELLER GRUNNPENSJON !
      *!            (EKS-GRP) ER ENDRET MER ENN GRENSEN OPERATØREN     !
      *!            OPPGIR PÅ PARAMETERKORTET - MED GAMMELT OG NYTT    !
      *!            BELØP VED SIDEN AV HVERANDRE. MED 'E' I KOLONNE 15 !
      *!            PÅ KORTET BYTTES KONTORNR I HVER NY-, OPPHØRT- OG  !
      *!            ENDRET-POST MED ENDELIG ETTERFØLGER I TRYGDEKONTOR-!
      *!            REGISTERET, SLIK AT POSTENE FOR SAMMENSLÅTTE       !
      *!            KONTORER LISTES OG SUMMERES PÅ ETTERFØLGEREN.      !
      *!   INPUT  : EKSNY   (DENNE MÅNEDS EKSTRAKT)                    !
      *!            EKSFJOR (FORRIGE MÅNEDS EKSTRAKT)                  !
      *!            PARAMETERKORT FO04F201 MED BELØPSGRENSE OG         !
      *!            ETTERFØLGERVALG                                    !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : LISTE   (ENDRINGSRAPPORT PR. TRYGDEKONTOR)         !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       77  TOT-OPPHORT     PIC 9(5)  VALUE ZERO.
       77  TOT-ENDRET      PIC 9(5)  VALUE ZERO.

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
           03 K-GRENSE     PIC 9(5)    VALUE ZERO.
           03 K-ETTERF     PIC X       VALUE SPACE.
           03 FILLER       PIC X(65)   VALUE SPACES.

       01  HODE-1.
           03 FILLER       PIC X(44)   VALUE
           03 FILLER       PIC X(7)    VALUE ' MÅNED '.
           03 FILLER       PIC X(17)   VALUE 'BELØPSGRENSE KR. '.
           03 HO-GRENSE    PIC ZZZZ9.
           03 FILLER       PIC X(3)    VALUE SPACES.
           03 HO-ETTERF    PIC X(36)   VALUE SPACES.
           03 FILLER       PIC X(20)   VALUE SPACES.
       01  HODE-2.
           03 FILLER       PIC X(13)   VALUE 'TRYGDEKONTOR '.
           03 HO-TRKNR     PIC 9(4).
           IF K-GRENSE NOT NUMERIC
               DISPLAY KORT, ' UGYLDIG BELØPSGRENSE I PARAMKORT'
               STOP RUN.
           IF K-ETTERF NOT = SPACE AND K-ETTERF NOT = 'E'
               DISPLAY KORT, ' UGYLDIG ETTERFØLGERVALG'
               STOP RUN.
           MOVE     K-GRENSE TO GRENSE.
           SORT     SORTEKS ON ASCENDING KEY SEKS-FNR
                    USING  EKSNY

       DIFF-NY.
           MOVE     NY-TRKNR  TO D-TKNR.
           PERFORM  FINN-ETTERF.
           MOVE     W-NY-FNR  TO D-FNR.
           MOVE     'N'       TO D-TYPE.
           MOVE     NY-NAVN   TO D-NAVN.

       DIFF-OPPHORT.
           MOVE     FJOR-TRKNR TO D-TKNR.
           PERFORM  FINN-ETTERF.
           MOVE     W-FJOR-FNR TO D-FNR.
           MOVE     'O'        TO D-TYPE.
           MOVE     FJOR-NAVN  TO D-NAVN.
           MOVE     ZERO       TO D-NY-GRP D-NY-SUMYD.
           RELEASE  DIFF-REC.

      * MED ETTERFØLGERVALG PÅ KORTET BYTTES KONTORNR I DIFFERANSE-
      * POSTEN MED ENDELIG ETTERFØLGER FRA TRYGDEKONTORREGISTERET.
       FINN-ETTERF.
           IF       K-ETTERF = 'E'
                    MOVE D-TKNR     TO TKR-TKNR
                    MOVE ZERO       TO TKR-PERIODE
                    CALL 'R001TKRS' USING TKR-PARM
                    MOVE TKR-ETTERF TO D-TKNR.

      *+---------------------------------------------------------------+
      *!   PERSONEN FINNES BEGGE MÅNEDER: ENDRINGSPOST BARE NÅR SUM    !
      *!   YTELSE ELLER GRUNNPENSJON HAR BEVEGET SEG MER ENN GRENSEN.  !
                    MOVE '9' TO SW-ENDRET.
           IF       SW-ENDRET = '9'
                    MOVE NY-TRKNR   TO D-TKNR
                    PERFORM FINN-ETTERF
                    MOVE W-NY-FNR   TO D-FNR
                    MOVE 'E'        TO D-TYPE
                    MOVE NY-NAVN    TO D-NAVN
       SKRIV-RAPPORT SECTION.
           OPEN     OUTPUT LISTE.
           MOVE     GRENSE TO HO-GRENSE.
           IF       K-ETTERF = 'E'
                    MOVE 'SAMMENSLÅTTE KONTORER PÅ ETTERFØLGER'
                         TO HO-ETTERF.
           WRITE    LISTE-REC FROM HODE-1 AFTER 1.
       2000.
           RETURN   SORTDIFF

       SKRIV-KONTOR-HODE.
           MOVE     TRK-AKK TO HO-TRKNR, TRK-NR.
           MOVE     TRK-NR TO TKR-TKNR.
           MOVE     ZERO TO TKR-PERIODE.
           CALL     'R001TKRS' USING TKR-PARM.
           MOVE     TKR-NAVN TO TRK-NAVN.
           MOVE     TRK-NAVN TO HO-TKNAVN.
           WRITE    LISTE-REC FROM HODE-2 AFTER 3.
           WRITE    LISTE-REC FROM HODE-3 AFTER 2.
