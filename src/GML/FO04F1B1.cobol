       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FO04F1B1.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : GJENNOMFØRER FØDSELSNUMMERBYTTE FRA                !
      *!            FOLKEREGISTERET. BYTTEFILEN GIR GAMMELT FNR, NYTT  !
      *!            FNR OG DATO FOR BYTTET. FOR HVERT PAR FLYTTES      !
      *!            POSTEN I P291.EKSREG.VSAM OVER TIL DEN NYE         !
      *!            NØKKELEN, HISTORIKKPOSTENE SKRIVES OM TIL DET NYE  !
      *!            NUMMERET (NY HISTORIKKFIL, SOM I FO04F1H3), OG     !
      *!            VIDEREFØRTE AVVISNINGER I RESTINN FÅR NYTT NUMMER  !
      *!            OG NY IPMAIN-NØKKEL FØR NESTE R001BYDR. PARENE     !
      *!            LEGGES TIL BAKERST I FNRPAR, SOM FO04F1H2 BRUKER   !
      *!            NÅR HISTORIKKEN SKAL VISES UNDER BEGGE NUMRENE.    !
      *!            REVISJONSLISTEN VISER HVER POST SOM ER ENDRET OG   !
      *!            HVERT GAMMELT NUMMER SOM IKKE BLE FUNNET NOE STED. !
      *!   INPUT  : BYTTEFIL (FNR-BYTTER FRA FOLKEREGISTERET)          !
      *!            HISTFIL  (FRA FO04F1H1)                            !
      *!            RESTINN  (VIDEREFØRTE AVVISNINGER TIL R001BYDR)    !
      *!   OPPDAT.: P291.EKSREG.VSAM                                   !
      *!   OUTPUT : NYHIST   (HISTORIKKFIL MED NYE NUMRE)              !
      *!            RESTNY   (RESTINN MED NYE NUMRE)                   !
      *!            FNRPAR   (GAMMELT/NYTT FNR, TILLEGG BAKERST)       !
      *!            LISTE    (REVISJONSLISTE)                          !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BYTTEFIL ASSIGN BYTTEFIL.
           SELECT HISTFIL  ASSIGN HISTFIL.
           SELECT NYHIST   ASSIGN NYHIST.
           SELECT RESTINN  ASSIGN RESTINN.
           SELECT RESTNY   ASSIGN RESTNY.
           SELECT LISTE    ASSIGN LISTE.
           SELECT EKSREG   ASSIGN EKSREG
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REGI-FNR
               FILE STATUS IS EKSREG-STATUS.
      * OPTIONAL: VED FØRSTE BYTTE FINNES IKKE PARFILEN, OG EXTEND
      * SKAL DA OPPRETTE DEN.
           SELECT OPTIONAL FNRPAR ASSIGN FNRPAR.

       DATA DIVISION.
       FILE SECTION.

      *+---------------------------------------------------------------+
      *!   ETT BYTTE PR. POST: GAMMELT FNR, NYTT FNR OG DATO FOR       !
      *!   BYTTET (DDMMÅÅ), ALT I TEGNFORM.                            !
      *+---------------------------------------------------------------+
       FD  BYTTEFIL
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA  RECORDS BYTTE-REC.
       01  BYTTE-REC.
           03 BYTTE-GML-FNR PIC 9(11).
           03 BYTTE-NY-FNR  PIC 9(11).
           03 BYTTE-DATO    PIC 9(6).
           03 FILLER        PIC X(52).

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

      *+---------------------------------------------------------------+
      *!   VIDEREFØRTE AVVISNINGER - SAMME POST SOM R001BYDR LESER     !
      *!   SOM RESTINN OG SKRIVER SOM RESTUT.                          !
      *+---------------------------------------------------------------+
       FD  RESTINN
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA  RECORDS RESTINN-REC.
       01  RESTINN-REC.
           03 RESTINN-FNR      PIC S9(11)  COMP-3.
           03 RESTINN-TKNR     PIC 9(4).
           03 RESTINN-STATUS   PIC XX.
           03 RESTINN-KEY      PIC X(7).
           03 RESTINN-SYKLUS   PIC 9(3).

       FD  RESTNY
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA  RECORDS RESTNY-REC.
       01  RESTNY-REC          PIC X(22).

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
      *!   PARFILEN: ETT PAR PR. GJENNOMFØRT BYTTE, MED BYTTEDATO OG   !
      *!   DATO FOR KJØRINGEN. LESES AV FO04F1H2.                      !
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

       FD  LISTE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA  RECORDS LISTE-REC.
       01  LISTE-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       77  EKSREG-STATUS   PIC XX    VALUE '00'.
       77  SLUTT-SW        PIC X     VALUE SPACE.
       77  ANT-BYTTE       PIC 9(5)  VALUE ZERO.
       77  ANT-UGYLDIG     PIC 9(5)  VALUE ZERO.
       77  ANT-HIST-LEST   PIC 9(7)  VALUE ZERO.
       77  ANT-HIST-ENDRET PIC 9(7)  VALUE ZERO.
       77  ANT-REST-LEST   PIC 9(7)  VALUE ZERO.
       77  ANT-REST-ENDRET PIC 9(7)  VALUE ZERO.
       77  ANT-REG-ENDRET  PIC 9(7)  VALUE ZERO.
       77  ANT-REG-FEIL    PIC 9(7)  VALUE ZERO.
       77  ANT-IKKE-FUNNET PIC 9(5)  VALUE ZERO.
       77  DAGDATO         PIC 9(6)  VALUE ZERO.
       77  SOK-FNR         PIC 9(11) VALUE ZERO.
       77  W-DD            PIC 99    VALUE ZERO.

      *+---------------------------------------------------------------+
      *!   BYTTETABELLEN. TELLERNE OG PT-REG VISER HVOR DET GAMLE      !
      *!   NUMMERET BLE FUNNET (PT-REG '9' = FLYTTET, 'F' = FEIL).     !
      *+---------------------------------------------------------------+
       77  PT-MAX          PIC 9(4)  VALUE 500.
       77  PT-ANT          PIC 9(4)  VALUE ZERO.
       77  PT-IX           PIC 9(4)  VALUE ZERO.
       77  PT-TREFF        PIC 9(4)  VALUE ZERO.
       77  PT-OVERLOP      PIC 9(5)  VALUE ZERO.
       01  PAR-TABELL.
           03 PAR-POST OCCURS 500 TIMES.
              05 PT-GML-FNR   PIC 9(11).
              05 PT-NY-FNR    PIC 9(11).
              05 PT-DATO      PIC 9(6).
              05 PT-ANT-HIST  PIC 9(5).
              05 PT-ANT-REST  PIC 9(3).
              05 PT-REG       PIC X.

      *+---------------------------------------------------------------+
      *!   IPMAIN-NØKKELEN SOM I R001BYDL: TKNR + FNR MED DAG OG ÅR    !
      *!   BYTTET OM (ÅÅMMDD), PAKKET TIL 7 BYTE.                      !
      *+---------------------------------------------------------------+
       01  W-FNR-SNUDD.
           05  W-DAG               PIC 99.
           05  W-MND               PIC 99.
           05  W-AR                PIC 99.
           05  W-PERSONNR          PIC 9(5).
       01  W-FNR REDEFINES W-FNR-SNUDD PIC 9(11).
       01  W-IP-KEY.
           05  W-IP-TKNR           PIC 9999.
           05  W-IP-FNR            PIC 9(11).
       01  W-IP-KEYN REDEFINES W-IP-KEY PIC 9(15).
       01  IP-KEY-PACK             PIC S9(15) COMP-3.
       01  IP-KEY-X REDEFINES IP-KEY-PACK PIC X(7).

       01  HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'FO04F1B1  FØDSELSNUMMERBYTTE - REVISJONSLIST'.
           03 FILLER       PIC X(9)    VALUE 'E  KJØRT '.
           03 HO-DATO      PIC 9(6).
           03 FILLER       PIC X(73)   VALUE SPACES.
       01  HODE-2.
           03 FILLER       PIC X(12)   VALUE 'KILDE       '.
           03 FILLER       PIC X(13)   VALUE 'GAMMELT FNR  '.
           03 FILLER       PIC X(13)   VALUE 'NYTT FNR     '.
           03 FILLER       PIC X(9)    VALUE 'PERIODE  '.
           03 FILLER       PIC X(26)   VALUE 'NAVN'.
           03 FILLER       PIC X(40)   VALUE 'MERKNAD'.
           03 FILLER       PIC X(19)   VALUE SPACES.

       01  REV-LINJE.
           03 RL-KILDE     PIC X(11).
           03 FILLER       PIC X       VALUE SPACE.
           03 RL-GML-FNR   PIC 9(11).
           03 FILLER       PIC XX      VALUE SPACES.
           03 RL-NY-FNR    PIC 9(11).
           03 FILLER       PIC XX      VALUE SPACES.
           03 RL-PERIODE   PIC X(4).
           03 FILLER       PIC X(5)    VALUE SPACES.
           03 RL-NAVN      PIC X(25).
           03 FILLER       PIC X       VALUE SPACE.
           03 RL-MERKNAD   PIC X(45).
           03 FILLER       PIC X(14)   VALUE SPACES.

       01  SUM-LINJE.
           03 SL-TEKST     PIC X(45).
           03 SL-ANTALL    PIC Z(6)9.
           03 FILLER       PIC X(80)   VALUE SPACES.

       01  MELD-LINJE.
           03 ML-TEKST     PIC X(60).
           03 FILLER       PIC X(72)   VALUE SPACES.

      *--------------------------------------------------------
       PROCEDURE DIVISION.
       0000-HOVED SECTION.
       0000.
           ACCEPT   DAGDATO FROM DATE.
           OPEN     INPUT  BYTTEFIL.
           OPEN     OUTPUT LISTE.
           MOVE     DAGDATO TO HO-DATO.
           WRITE    LISTE-REC FROM HODE-1 AFTER 1.
           WRITE    LISTE-REC FROM HODE-2 AFTER 2.
           PERFORM  LES-BYTTE UNTIL SLUTT-SW = '9'.
           MOVE     SPACE TO SLUTT-SW.
           CLOSE    BYTTEFIL.
           IF       PT-OVERLOP NOT = ZERO
                    DISPLAY 'FO04F1B1: FOR MANGE BYTTER - ' PT-OVERLOP
                            ' PAR ER IKKE MED. KJØRINGEN AVBRYTES'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           PERFORM  OPPDATER-EKSREG.
           PERFORM  OPPDATER-HISTFIL.
           PERFORM  OPPDATER-RESTINN.
           PERFORM  SKRIV-PARFIL.
           PERFORM  SKRIV-IKKE-FUNNET VARYING PT-IX FROM 1 BY 1
               UNTIL PT-IX > PT-ANT.
           PERFORM  SKRIV-SUMMER.
           CLOSE    LISTE.
           DISPLAY  'FO04F1B1 BYTTER ' ANT-BYTTE
                    ' HISTORIKK ENDRET ' ANT-HIST-ENDRET
                    ' RESTINN ENDRET '   ANT-REST-ENDRET
                    ' EKSREG ENDRET '    ANT-REG-ENDRET.
           IF       ANT-REG-FEIL NOT = ZERO
                    MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *+---------------------------------------------------------------+
      *!   LESER ETT BYTTE OG LEGGER DET I TABELLEN. UGYLDIGE PAR OG   !
      *!   ET GAMMELT NUMMER SOM ALLEREDE ER MED, MELDES OG HOPPES     !
      *!   OVER - DA VILLE DEN SAMME HISTORIKKEN BLI FLYTTET TO        !
      *!   STEDER.                                                     !
      *+---------------------------------------------------------------+
       LES-BYTTE SECTION.
           READ     BYTTEFIL
             AT END MOVE '9' TO SLUTT-SW
                    GO TO 1199.
           MOVE     SPACES TO REV-LINJE.
           MOVE     'BYTTEFIL' TO RL-KILDE.
           IF       BYTTE-GML-FNR NOT NUMERIC OR
                    BYTTE-NY-FNR  NOT NUMERIC
                    MOVE ZERO TO RL-GML-FNR RL-NY-FNR
                    MOVE 'UGYLDIG FØDSELSNR - HOPPET OVER' TO
                         RL-MERKNAD
                    PERFORM SKRIV-UGYLDIG
                    GO TO 1199.
           MOVE     BYTTE-GML-FNR TO RL-GML-FNR.
           MOVE     BYTTE-NY-FNR  TO RL-NY-FNR.
           IF       BYTTE-GML-FNR = BYTTE-NY-FNR
                    MOVE 'GAMMELT OG NYTT FNR ER LIKE - HOPPET OVER' TO
                         RL-MERKNAD
                    PERFORM SKRIV-UGYLDIG
                    GO TO 1199.
           MOVE     BYTTE-GML-FNR TO SOK-FNR.
           PERFORM  SOK-PAR.
           IF       PT-TREFF NOT = ZERO
                    MOVE 'GAMMELT FNR FINNES FLERE GANGER - HOPPET OVER'
                         TO RL-MERKNAD
                    PERFORM SKRIV-UGYLDIG
                    GO TO 1199.
           IF       PT-ANT = PT-MAX
                    ADD 1 TO PT-OVERLOP
                    GO TO 1199.
           ADD      1 TO PT-ANT ANT-BYTTE.
           MOVE     BYTTE-GML-FNR TO PT-GML-FNR  (PT-ANT).
           MOVE     BYTTE-NY-FNR  TO PT-NY-FNR   (PT-ANT).
           MOVE     BYTTE-DATO    TO PT-DATO     (PT-ANT).
           MOVE     ZERO          TO PT-ANT-HIST (PT-ANT).
           MOVE     ZERO          TO PT-ANT-REST (PT-ANT).
           MOVE     SPACE         TO PT-REG      (PT-ANT).
       1199.
           EXIT.

       SKRIV-UGYLDIG SECTION.
           ADD      1 TO ANT-UGYLDIG.
           WRITE    LISTE-REC FROM REV-LINJE AFTER 1.

       SOK-PAR SECTION.
           MOVE     ZERO TO PT-TREFF.
           PERFORM  SOK-PAR-POST VARYING PT-IX FROM 1 BY 1
               UNTIL PT-IX > PT-ANT OR PT-TREFF NOT = ZERO.

       SOK-PAR-POST SECTION.
           IF       PT-GML-FNR (PT-IX) = SOK-FNR
                    MOVE PT-IX TO PT-TREFF.

      *+---------------------------------------------------------------+
      *!   FLYTTER REGISTERPOSTEN TIL DEN NYE NØKKELEN: SKRIVER DEN    !
      *!   UNDER NYTT FNR OG SLETTER DEN GAMLE. FINNES DET ALLEREDE EN !
      *!   POST UNDER DET NYE NUMMERET, RØRES INGEN AV DEM - DA MÅ     !
      *!   SAKEN SES PÅ MANUELT.                                       !
      *+---------------------------------------------------------------+
       OPPDATER-EKSREG SECTION.
           OPEN     I-O EKSREG.
           IF       EKSREG-STATUS NOT = '00'
                    DISPLAY 'FO04F1B1: P291.EKSREG.VSAM KAN IKKE ÅPNES -
      -             ' STATUS ' EKSREG-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           PERFORM  FLYTT-REGISTERPOST VARYING PT-IX FROM 1 BY 1
               UNTIL PT-IX > PT-ANT.
           CLOSE    EKSREG.

       FLYTT-REGISTERPOST SECTION.
           MOVE     PT-GML-FNR (PT-IX) TO REGI-FNR.
           READ     EKSREG
             INVALID KEY GO TO 2199.
           MOVE     SPACES             TO REV-LINJE.
           MOVE     'EKSREG'           TO RL-KILDE.
           MOVE     PT-GML-FNR (PT-IX) TO RL-GML-FNR.
           MOVE     PT-NY-FNR  (PT-IX) TO RL-NY-FNR.
           MOVE     REGI-NAVN          TO RL-NAVN.
           MOVE     PT-NY-FNR  (PT-IX) TO REGI-FNR.
           WRITE    REGI-REC
             INVALID KEY
                    MOVE '*** NYTT FNR FINNES ALLEREDE - IKKE FLYTTET'
                         TO RL-MERKNAD
                    MOVE 'F' TO PT-REG (PT-IX)
                    ADD  1   TO ANT-REG-FEIL
                    WRITE LISTE-REC FROM REV-LINJE AFTER 1
                    GO TO 2199.
           MOVE     PT-GML-FNR (PT-IX) TO REGI-FNR.
           DELETE   EKSREG
             INVALID KEY
                    MOVE '*** GAMMEL POST KUNNE IKKE SLETTES' TO
                         RL-MERKNAD
                    MOVE 'F' TO PT-REG (PT-IX)
                    ADD  1   TO ANT-REG-FEIL
                    WRITE LISTE-REC FROM REV-LINJE AFTER 1
                    GO TO 2199.
           MOVE     'FLYTTET TIL NYTT FNR' TO RL-MERKNAD.
           MOVE     '9' TO PT-REG (PT-IX).
           ADD      1   TO ANT-REG-ENDRET.
           WRITE    LISTE-REC FROM REV-LINJE AFTER 1.
       2199.
           EXIT.

      *+---------------------------------------------------------------+
      *!   KOPIERER HISTORIKKFILEN TIL NYHIST OG SKRIVER OM FNR PÅ     !
      *!   POSTENE SOM HØRER TIL ET BYTTE. REKKEFØLGEN BEHOLDES.       !
      *+---------------------------------------------------------------+
       OPPDATER-HISTFIL SECTION.
           OPEN     INPUT  HISTFIL.
           OPEN     OUTPUT NYHIST.
       2200.
           READ     HISTFIL
             AT END GO TO 2290.
           ADD      1 TO ANT-HIST-LEST.
           MOVE     HIST-FNR TO SOK-FNR.
           PERFORM  SOK-PAR.
           IF       PT-TREFF NOT = ZERO
                    PERFORM SKRIV-OM-HISTORIKK.
           WRITE    NYHIST-REC FROM HIST-REC.
           GO TO    2200.
       2290.
           CLOSE    HISTFIL NYHIST.
           GO TO    2299.

       SKRIV-OM-HISTORIKK.
           MOVE     SPACES                TO REV-LINJE.
           MOVE     'HISTFIL'             TO RL-KILDE.
           MOVE     PT-GML-FNR (PT-TREFF) TO RL-GML-FNR.
           MOVE     PT-NY-FNR  (PT-TREFF) TO RL-NY-FNR.
           MOVE     HIST-PERIODE          TO RL-PERIODE.
           MOVE     HIST-NAVN             TO RL-NAVN.
           MOVE     'ENDRET'              TO RL-MERKNAD.
           WRITE    LISTE-REC FROM REV-LINJE AFTER 1.
           MOVE     PT-NY-FNR  (PT-TREFF) TO HIST-FNR.
           ADD      1 TO PT-ANT-HIST (PT-TREFF) ANT-HIST-ENDRET.
       2299.
           EXIT.

      *+---------------------------------------------------------------+
      *!   KOPIERER RESTINN TIL RESTNY. FOR ET BYTTET NUMMER LEGGES    !
      *!   NYTT FNR OG NY IPMAIN-NØKKEL INN; SYKLUSTELLEREN BEHOLDES.  !
      *+---------------------------------------------------------------+
       OPPDATER-RESTINN SECTION.
           OPEN     INPUT  RESTINN.
           OPEN     OUTPUT RESTNY.
       2300.
           READ     RESTINN
             AT END GO TO 2390.
           ADD      1 TO ANT-REST-LEST.
           MOVE     RESTINN-FNR TO SOK-FNR.
           PERFORM  SOK-PAR.
           IF       PT-TREFF NOT = ZERO
                    PERFORM SKRIV-OM-REST.
           WRITE    RESTNY-REC FROM RESTINN-REC.
           GO TO    2300.
       2390.
           CLOSE    RESTINN RESTNY.
           GO TO    2399.

       SKRIV-OM-REST.
           MOVE     SPACES                TO REV-LINJE.
           MOVE     'RESTINN'             TO RL-KILDE.
           MOVE     PT-GML-FNR (PT-TREFF) TO RL-GML-FNR.
           MOVE     PT-NY-FNR  (PT-TREFF) TO RL-NY-FNR.
           MOVE     'ENDRET - NY IPMAIN-NØKKEL' TO RL-MERKNAD.
           WRITE    LISTE-REC FROM REV-LINJE AFTER 1.
           MOVE     PT-NY-FNR  (PT-TREFF) TO RESTINN-FNR, W-FNR.
           MOVE     W-DAG                 TO W-DD.
           MOVE     W-AR                  TO W-DAG.
           MOVE     W-DD                  TO W-AR.
           MOVE     W-FNR                 TO W-IP-FNR.
           MOVE     RESTINN-TKNR          TO W-IP-TKNR.
           MOVE     W-IP-KEYN             TO IP-KEY-PACK.
           MOVE     IP-KEY-X              TO RESTINN-KEY.
           ADD      1 TO PT-ANT-REST (PT-TREFF) ANT-REST-ENDRET.
       2399.
           EXIT.

      *+---------------------------------------------------------------+
      *!   LEGGER PARENE TIL BAKERST I PARFILEN.                       !
      *+---------------------------------------------------------------+
       SKRIV-PARFIL SECTION.
           IF       PT-ANT = ZERO
                    GO TO 2499.
           OPEN     EXTEND FNRPAR.
           PERFORM  SKRIV-PAR VARYING PT-IX FROM 1 BY 1
               UNTIL PT-IX > PT-ANT.
           CLOSE    FNRPAR.
           GO TO    2499.

       SKRIV-PAR.
           MOVE     SPACES             TO PAR-REC.
           MOVE     PT-GML-FNR (PT-IX) TO PAR-GML-FNR.
           MOVE     PT-NY-FNR  (PT-IX) TO PAR-NY-FNR.
           MOVE     PT-DATO    (PT-IX) TO PAR-DATO.
           MOVE     DAGDATO            TO PAR-KJORT.
           WRITE    PAR-REC.
       2499.
           EXIT.

      *+---------------------------------------------------------------+
      *!   GAMLE NUMRE SOM IKKE BLE FUNNET I NOEN AV FILENE.           !
      *+---------------------------------------------------------------+
       SKRIV-IKKE-FUNNET SECTION.
           IF       PT-ANT-HIST (PT-IX) = ZERO AND
                    PT-ANT-REST (PT-IX) = ZERO AND
                    PT-REG      (PT-IX) = SPACE
                    MOVE SPACES             TO REV-LINJE
                    MOVE 'IKKE FUNNET'      TO RL-KILDE
                    MOVE PT-GML-FNR (PT-IX) TO RL-GML-FNR
                    MOVE PT-NY-FNR  (PT-IX) TO RL-NY-FNR
                    MOVE '*** GAMMELT FNR FINNES IKKE I NOEN FIL' TO
                         RL-MERKNAD
                    WRITE LISTE-REC FROM REV-LINJE AFTER 1
                    ADD  1 TO ANT-IKKE-FUNNET.

       SKRIV-SUMMER SECTION.
           MOVE     'ANTALL BYTTER GJENNOMFØRT' TO SL-TEKST.
           MOVE     ANT-BYTTE       TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 3.
           MOVE     'ANTALL BYTTER HOPPET OVER' TO SL-TEKST.
           MOVE     ANT-UGYLDIG     TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'GAMLE FNR IKKE FUNNET' TO SL-TEKST.
           MOVE     ANT-IKKE-FUNNET TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'EKSREG-POSTER FLYTTET' TO SL-TEKST.
           MOVE     ANT-REG-ENDRET  TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'EKSREG-POSTER IKKE FLYTTET (SE MERKNAD)' TO
                    SL-TEKST.
           MOVE     ANT-REG-FEIL    TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'HISTORIKKPOSTER LEST' TO SL-TEKST.
           MOVE     ANT-HIST-LEST   TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'HISTORIKKPOSTER ENDRET' TO SL-TEKST.
           MOVE     ANT-HIST-ENDRET TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'RESTINN-POSTER LEST' TO SL-TEKST.
           MOVE     ANT-REST-LEST   TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'RESTINN-POSTER ENDRET' TO SL-TEKST.
           MOVE     ANT-REST-ENDRET TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           IF       ANT-REG-FEIL NOT = ZERO
                    MOVE 'NOEN EKSREG-POSTER ER IKKE FLYTTET - SE MERKNA
      -             'DENE' TO ML-TEKST
                    WRITE LISTE-REC FROM MELD-LINJE AFTER 2.
