      *!            HELE HISTORIKKEN PERIODE FOR PERIODE MED GRP,      !
      *!            TP.AVDØD, TP.EGEN, SÆRTILLEGG OG SUM YTELSE;       !
      *!            BELØP SOM ER ENDRET FRA FORRIGE PERIODE MERKES     !
      *!            MED STJERNE. BRUKES I KLAGESAKER. ER KORTET        !
      *!            MERKET 'B', HENTES OGSÅ HISTORIKKEN UNDER ET       !
      *!            TIDLIGERE ELLER SENERE FØDSELSNR PERSONEN HAR HATT !
      *!            (FRA PARFILEN FO04F1B1 FØRER VED FNR-BYTTE).       !
      *!   INPUT  : HISTFIL  (FRA FO04F1H1)                            !
      *!            KORTFIL  (ETT KORT PR. FØDSELSNR)                  !
      *!            FNRPAR   (GAMMELT/NYTT FNR FRA FO04F1B1)           !
      *!   OUTPUT : LISTE    (HISTORIKK PR. PERSON)                    !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.

           SELECT KORTFIL ASSIGN KORTFIL.
           SELECT HISTFIL ASSIGN HISTFIL.
      * OPTIONAL: FØR DET FØRSTE FNR-BYTTET FINNES IKKE PARFILEN.
           SELECT OPTIONAL FNRPAR ASSIGN FNRPAR.
           SELECT LISTE   ASSIGN LISTE.

       DATA DIVISION.
      *+---------------------------------------------------------------+
      *!   ETT KORT PR. PERSON: FØDSELSNUMMERET SLIK SAKSBEHANDLEREN   !
      *!   KJENNER DET (DDMMÅÅ + PERSONNR) - SAMME FORM SOM            !
      *!   HISTORIKKFILEN ER NØKLET I. KOLONNE 12 = 'B' GIR OGSÅ       !
      *!   HISTORIKKEN UNDER DET ANDRE NUMMERET VED ET FNR-BYTTE.      !
      *+---------------------------------------------------------------+
       FD  KORTFIL
           LABEL RECORDS OMITTED
           DATA  RECORDS KORT-REC.
       01  KORT-REC.
           03 KORT-FNR      PIC 9(11).
           03 KORT-BEGGE    PIC X.
           03 FILLER        PIC X(68).

      *+---------------------------------------------------------------+
      *!   PARFILEN FRA FO04F1B1: ETT PAR PR. GJENNOMFØRT FNR-BYTTE.   !
      *+---------------------------------------------------------------+
       FD  FNRPAR
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA  RECORDS PAR-REC.
       01  PAR-REC.
           03 PAR-GML-FNR   PIC 9(11).
           03 PAR-NY-FNR    PIC 9(11).
           03 PAR-DATO      PIC 9(6).
           03 PAR-KJORT     PIC 9(6).
           03 FILLER        PIC X(46).

       FD  HISTFIL
           LABEL RECORDS STANDARD

       WORKING-STORAGE SECTION.
       77  SLUTT-SW        PIC X     VALUE SPACE.
       77  ANT-BEGGE       PIC 99    VALUE ZERO.
       77  PERS-MAX        PIC 99    VALUE 50.
       77  PERS-ANT        PIC 99    VALUE ZERO.
       77  PERS-IX         PIC 99    VALUE ZERO.
       77  PER-MAX         PIC 99    VALUE 72.
       77  PER-IX          PIC 99    VALUE ZERO.
       77  SOK-FNR         PIC S9(11) COMP-3 VALUE ZERO.
       77  W-ANNET         PIC X     VALUE SPACE.

      *+---------------------------------------------------------------+
      *!   DE ETTERSPURTE PERSONENE MED HISTORIKKEN SAMLET OPP UNDER   !
      *!   LESINGEN AV HISTORIKKFILEN. PERIODENE KOMMER I DEN          !
      *!   REKKEFØLGEN FO04F1H1 HAR LASTET DEM, DVS. KRONOLOGISK.      !
      *!   PT-ANNET-FNR ER DET ANDRE NUMMERET VED ET FNR-BYTTE (NULL   !
      *!   NÅR DET IKKE ER BEDT OM ELLER IKKE FINNES); PP-ANNET MERKER !
      *!   PERIODER SOM LIGGER UNDER DET ANDRE NUMMERET.               !
      *+---------------------------------------------------------------+
       01  PERS-TABELL.
           03 PERS-POST OCCURS 50 TIMES.
              05 PT-FNR         PIC 9(11).
              05 PT-ANNET-FNR   PIC 9(11).
              05 PT-BEGGE       PIC X.
              05 PT-NAVN        PIC X(25).
              05 PT-ANT         PIC 99.
              05 PT-OVERLOP     PIC X.
              05 PT-PER OCCURS 72 TIMES.
                 07 PP-ANNET    PIC X.
                 07 PP-PERIODE  PIC 9(4).
                 07 PP-GRP      PIC S9(5) COMP-3.
                 07 PP-TPAVD    PIC S9(5) COMP-3.
           03 HO-FNR       PIC 9(11).
           03 FILLER       PIC XX      VALUE SPACES.
           03 HO-NAVN      PIC X(25).
           03 FILLER       PIC XX      VALUE SPACES.
           03 HO-ANNET-TEKST PIC X(16).
           03 HO-ANNET-FNR PIC X(11).
           03 FILLER       PIC X(54)   VALUE SPACES.
       01  HODE-3.
           03 FILLER       PIC X(9)    VALUE 'PERIODE  '.
           03 FILLER       PIC X(11)   VALUE '  GRUNNPEN.'.
           03 FILLER       PIC X(11)   VALUE '   SUM YD. '.
           03 FILLER       PIC X(30)   VALUE
              '   (* = ENDRET FRA FORRIGE)   '.
           03 HO-ANNET-MERK PIC X(30).
           03 FILLER       PIC X(18)   VALUE SPACES.

       01  PER-LINJE.
           03 PL-AAR       PIC 99.
           03 FILLER       PIC X(4)    VALUE SPACES.
           03 PL-SUMYD     PIC Z(4)9.
           03 PL-SUMYD-M   PIC X.
           03 FILLER       PIC X(4)    VALUE SPACES.
           03 PL-ANNET     PIC X(10).
           03 FILLER       PIC X(59)   VALUE SPACES.

       01  MELD-LINJE.
           03 ML-TEKST     PIC X(60).

           PERFORM  LES-KORT UNTIL SLUTT-SW = '9'.
           MOVE     SPACE TO SLUTT-SW.
           IF       ANT-BEGGE NOT = ZERO
                    OPEN  INPUT FNRPAR
                    PERFORM LES-FNRPAR UNTIL SLUTT-SW = '9'
                    CLOSE FNRPAR
                    MOVE  SPACE TO SLUTT-SW.
           IF       PERS-ANT = ZERO
                    MOVE 'INGEN FØDSELSNUMRE PÅ PARAMETERKORTENE' TO
                         ML-TEKST
                    GO TO 1199.
           ADD      1 TO PERS-ANT.
           MOVE     KORT-FNR TO PT-FNR (PERS-ANT).
           MOVE     ZERO     TO PT-ANNET-FNR (PERS-ANT).
           MOVE     SPACE    TO PT-BEGGE (PERS-ANT).
           IF       KORT-BEGGE = 'B'
                    MOVE 'B' TO PT-BEGGE (PERS-ANT)
                    ADD  1   TO ANT-BEGGE.
           MOVE     SPACES   TO PT-NAVN (PERS-ANT).
           MOVE     ZERO     TO PT-ANT (PERS-ANT).
           MOVE     SPACE    TO PT-OVERLOP (PERS-ANT).
       1199.
           EXIT.

      *+---------------------------------------------------------------+
      *!   LESER ETT FNR-PAR OG KNYTTER DET ANDRE NUMMERET TIL HVER    !
      *!   PERSON SOM ER MERKET 'B' OG HAR ET AV NUMRENE I PARET.      !
      *+---------------------------------------------------------------+
       LES-FNRPAR SECTION.
           READ     FNRPAR
             AT END MOVE '9' TO SLUTT-SW
                    GO TO 1299.
           PERFORM  KNYTT-PAR VARYING PERS-IX FROM 1 BY 1
               UNTIL PERS-IX > PERS-ANT.
       1299.
           EXIT.

       KNYTT-PAR SECTION.
           IF       PT-BEGGE (PERS-IX) = 'B'
                    IF   PT-FNR (PERS-IX) = PAR-GML-FNR
                         MOVE PAR-NY-FNR  TO PT-ANNET-FNR (PERS-IX)
                    ELSE
                         IF   PT-FNR (PERS-IX) = PAR-NY-FNR
                              MOVE PAR-GML-FNR TO
                                   PT-ANNET-FNR (PERS-IX).

       SOK-PERSON SECTION.
           MOVE     ZERO  TO PERS-TREFF.
           MOVE     SPACE TO W-ANNET.
           PERFORM  SOK-PERSON-POST VARYING PERS-IX FROM 1 BY 1
               UNTIL PERS-IX > PERS-ANT OR PERS-TREFF NOT = ZERO.

       SOK-PERSON-POST SECTION.
           IF       PT-FNR (PERS-IX) = SOK-FNR
                    MOVE PERS-IX TO PERS-TREFF
           ELSE
                    IF   PT-ANNET-FNR (PERS-IX) NOT = ZERO AND
                         PT-ANNET-FNR (PERS-IX) = SOK-FNR
                         MOVE PERS-IX TO PERS-TREFF
                         MOVE 'A'     TO W-ANNET.

      *+---------------------------------------------------------------+
      *!   LEGGER HISTORIKKPOSTEN INN UNDER PERSONEN. NAVNET FRA DEN   !
           ADD      1 TO PT-ANT (PERS-TREFF).
           MOVE     PT-ANT (PERS-TREFF) TO PER-IX.
           MOVE     HIST-PERIODE TO PP-PERIODE (PERS-TREFF, PER-IX).
           MOVE     W-ANNET      TO PP-ANNET   (PERS-TREFF, PER-IX).
           MOVE     HIST-GRP     TO PP-GRP     (PERS-TREFF, PER-IX).
           MOVE     HIST-TPAVD   TO PP-TPAVD   (PERS-TREFF, PER-IX).
           MOVE     HIST-TPEGEN  TO PP-TPEGEN  (PERS-TREFF, PER-IX).
       SKRIV-PERSON SECTION.
           MOVE     PT-FNR (PERS-IX)      TO HO-FNR.
           MOVE     PT-NAVN (PERS-IX)     TO HO-NAVN.
           MOVE     SPACES TO HO-ANNET-TEKST HO-ANNET-FNR HO-ANNET-MERK.
           IF       PT-ANNET-FNR (PERS-IX) NOT = ZERO
                    MOVE 'OGSÅ UNDER FNR '      TO HO-ANNET-TEKST
                    MOVE PT-ANNET-FNR (PERS-IX) TO HO-ANNET-FNR
                    MOVE '(A = UNDER DET ANDRE FNR)' TO HO-ANNET-MERK
           ELSE
                    IF   PT-BEGGE (PERS-IX) = 'B'
                         MOVE 'INTET FNR-BYTTE ' TO HO-ANNET-TEKST.
           WRITE    LISTE-REC FROM HODE-2 AFTER 3.
           IF       PT-ANT (PERS-IX) = ZERO
                    MOVE 'IKKE FUNNET I HISTORIKKFILEN' TO ML-TEKST
           MOVE     PP-SUMYD   (PERS-IX, PER-IX) TO PL-SUMYD.
           MOVE     SPACE TO PL-GRP-M PL-TPAVD-M PL-TPEGEN-M
                             PL-SAERTIL-M PL-SUMYD-M.
           MOVE     PP-ANNET   (PERS-IX, PER-IX) TO PL-ANNET.
           IF       PER-IX > 1
                    PERFORM MERK-ENDRINGER.
           WRITE    LISTE-REC FROM PER-LINJE AFTER 1.
