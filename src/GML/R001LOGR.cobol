       IDENTIFICATION DIVISION.
       PROGRAM-ID.    R001LOGR.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : MÅNEDLIG KONTROLLRAPPORT OVER OPPSLAGENE I         !
      *!            R001EKSS OG R001BYDS, TIL INTERNREVISJONEN OG SOM  !
      *!            SVAR TIL DATATILSYNET. LOGGPOSTENE FOR PERIODEN    !
      *!            SORTERES PR. BRUKER OG FØDSELSNR, OG RAPPORTEN     !
      *!            FLAGGER                                            !
      *!            - OPPSLAG PÅ PERSONER SOM HØRER TIL ET ANNET       !
      *!              TRYGDEKONTOR ENN BRUKERENS EGET. SAMMENSLÅTTE    !
      *!              KONTORER REGNES SOM ETTERFØLGEREN, SÅ ET OPPSLAG !
      *!              PÅ ET NEDLAGT KONTOR SOM ER SLÅTT SAMMEN MED     !
      *!              BRUKERENS, IKKE FLAGGES,                         !
      *!            - MANGE OPPSLAG PÅ SAMME FØDSELSNR (FLERE ENN      !
      *!              GRENSEN PÅ KORTET, BLANKT = 5) AV SAMME BRUKER,  !
      *!            - OPPSLAG UTENFOR KONTORTID: FØR FRA-TID ELLER     !
      *!              FRA OG MED TIL-TID (BLANKT = 0700 OG 1700), OG   !
      *!              ALLE OPPSLAG LØRDAG OG SØNDAG.                   !
      *!            BRUKERENS EGET KONTOR TAS FRA BRUKERTABELLEN.      !
      *!            BARE FLAGGEDE OPPSLAG LISTES, MED MINDRE KORTET    !
      *!            HAR 'A' I KOLONNE 24 - DA LISTES ALLE.             !
      *!   INPUT  : P291.OPPSLOG.VSAM (OPPSLAGSLOGGEN)                 !
      *!            BRUKTAB  (BRUKER-ID OG TRYGDEKONTOR, ETT KORT PR.  !
      *!                      BRUKER)                                  !
      *!            PARAMETERKORT R001L001 MED PERIODE ÅÅMM, GRENSE    !
      *!            FOR SAMME FØDSELSNR, KONTORTID FRA/TIL (TTMM) OG   !
      *!            LISTEVALG                                          !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : LISTE    (KONTROLLRAPPORT PR. BRUKER)              !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C01 IS NS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPPSLOG  ASSIGN OPPSLOG
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOGG-KEY
               FILE STATUS IS OPPSLOG-STATUS.
           SELECT BRUKTAB  ASSIGN BRUKTAB.
           SELECT SORTLOG  ASSIGN SORTLOG.
           SELECT LISTE    ASSIGN LISTE.

       DATA DIVISION.
       FILE SECTION.

      *+---------------------------------------------------------------+
      *!   OPPSLAGSLOGGEN SOM R001EKSS OG R001BYDS SKRIVER DEN.        !
      *+---------------------------------------------------------------+
       FD  OPPSLOG
           LABEL RECORDS STANDARD.
       01  LOGG-REC.
           03 LOGG-KEY.
              05 LOGG-DATO     PIC 9(6).
              05 LOGG-TID      PIC 9(8).
              05 LOGG-LTERM    PIC X(8).
              05 LOGG-LOPENR   PIC 9.
           03 LOGG-BRUKER      PIC X(8).
           03 LOGG-TRANS       PIC X(8).
           03 LOGG-FNR         PIC 9(11).
           03 LOGG-FUNNET      PIC X.
           03 LOGG-TKNR        PIC 9(4).
           03 FILLER           PIC X(25).
       01  LOGG-REC-P.
           03 LOGG-PERIODE     PIC 9(4).
           03 FILLER           PIC X(76).

      *+---------------------------------------------------------------+
      *!   BRUKERTABELLEN: ETT KORT PR. BRUKER-ID MED TRYGDEKONTORET   !
      *!   BRUKEREN HØRER TIL. FØRES AV SIKKERHETSANSVARLIG.           !
      *+---------------------------------------------------------------+
       FD  BRUKTAB
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA  RECORDS BRUK-REC.
       01  BRUK-REC.
           03 BRUK-ID          PIC X(8).
           03 BRUK-TKNR        PIC 9(4).
           03 FILLER           PIC X(68).

       SD  SORTLOG
           DATA  RECORDS SLOG-REC.
       01  SLOG-REC.
           03 SLOG-DATO.
              05 SLOG-AAR      PIC 99.
              05 SLOG-MND      PIC 99.
              05 SLOG-DAG      PIC 99.
           03 SLOG-TID.
              05 SLOG-TTMM     PIC 9(4).
              05 FILLER        PIC 9(4).
           03 SLOG-LTERM       PIC X(8).
           03 SLOG-LOPENR      PIC 9.
           03 SLOG-BRUKER      PIC X(8).
           03 SLOG-TRANS       PIC X(8).
           03 SLOG-FNR         PIC 9(11).
           03 SLOG-FUNNET      PIC X.
           03 SLOG-TKNR        PIC 9(4).
           03 FILLER           PIC X(25).

       FD  LISTE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA  RECORDS LISTE-REC.
       01  LISTE-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       77  OPPSLOG-STATUS  PIC XX    VALUE '00'.
       77  SW-FORSTE       PIC X     VALUE SPACE.
       77  SW-FLAGG        PIC X     VALUE SPACE.
       77  LINJE-AKK       PIC 99    VALUE ZERO.
       77  LINJER-PR-SIDE  PIC 99    VALUE 55.
       77  SIDE-AKK        PIC 9(4)  VALUE ZERO.
       77  ANT-LEST        PIC 9(7)  VALUE ZERO.
       77  ANT-PERIODE     PIC 9(7)  VALUE ZERO.
       77  ANT-BRUKERE     PIC 9(5)  VALUE ZERO.
       77  ANT-UKJENT-BR   PIC 9(5)  VALUE ZERO.
       77  ANT-KONTOR      PIC 9(7)  VALUE ZERO.
       77  ANT-KONTORTID   PIC 9(7)  VALUE ZERO.
       77  ANT-MANGE       PIC 9(7)  VALUE ZERO.
       77  BR-ANT          PIC 9(7)  VALUE ZERO.
       77  BR-KONTOR       PIC 9(7)  VALUE ZERO.
       77  BR-KONTORTID    PIC 9(7)  VALUE ZERO.
       77  BR-MANGE        PIC 9(5)  VALUE ZERO.
       77  FNR-ANT         PIC 9(5)  VALUE ZERO.
       77  BRUKER-AKK      PIC X(8)  VALUE SPACES.
       77  FNR-AKK         PIC 9(11) VALUE ZERO.
       77  BR-TKNR         PIC 9(4)  VALUE ZERO.
       77  BR-ETTERF       PIC 9(4)  VALUE ZERO.
       77  BR-TKNAVN       PIC X(23) VALUE SPACES.
       77  SISTE-DATO      PIC 9(6)  VALUE ZERO.
       77  SISTE-UKEDAG    PIC 9     VALUE ZERO.
       77  W-AAR4          PIC 9(4)  VALUE ZERO.
       77  W-DAGNR         PIC 9(7)  VALUE ZERO.
       77  W-KVOT          PIC 9(7)  VALUE ZERO.
       77  W-REST          PIC 9     VALUE ZERO.

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
           03 K-GRENSE     PIC 99.
           03 K-GRENSE-X REDEFINES K-GRENSE PIC XX.
           03 K-FRA-TID    PIC 9(4).
           03 K-FRA-TID-X REDEFINES K-FRA-TID PIC X(4).
           03 K-TIL-TID    PIC 9(4).
           03 K-TIL-TID-X REDEFINES K-TIL-TID PIC X(4).
           03 K-ALLE       PIC X.
           03 FILLER       PIC X(56)   VALUE SPACES.

      *+---------------------------------------------------------------+
      *!   BRUKERTABELLEN I MINNET, I KORTREKKEFØLGE.                  !
      *+---------------------------------------------------------------+
       77  BT-MAX          PIC 9(4)  VALUE 3000.
       77  BT-ANT          PIC 9(4)  VALUE ZERO.
       77  BT-IX           PIC 9(4)  VALUE ZERO.
       77  BT-TREFF        PIC 9(4)  VALUE ZERO.
       77  BT-OVERLOP      PIC 9(5)  VALUE ZERO.
       01  BRUKER-TABELL.
           03 BT-POST OCCURS 3000 TIMES.
              05 BT-ID     PIC X(8).
              05 BT-TKNR   PIC 9(4).

      *+---------------------------------------------------------------+
      *!   DAGER I ÅRET FØR HVER MÅNED (VANLIG ÅR), FOR UKEDAGEN.      !
      *+---------------------------------------------------------------+
       01  KUM-DAGER-KONST.
           03 FILLER       PIC X(36)   VALUE
              '000031059090120151181212243273304334'.
       01  KUM-DAGER-TAB REDEFINES KUM-DAGER-KONST.
           03 KUM-DAGER    PIC 9(3) OCCURS 12 TIMES.

       01  HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'R001LOGR  OPPSLAG I R001EKSS/R001BYDS PR. BR'.
           03 FILLER       PIC X(16)   VALUE 'UKER - PERIODE  '.
           03 HO-AAR       PIC 99.
           03 FILLER       PIC X       VALUE '/'.
           03 HO-MND       PIC 99.
           03 FILLER       PIC X(54)   VALUE SPACES.
           03 FILLER       PIC X(9)    VALUE 'SIDE NR. '.
           03 HO-SIDE      PIC ZZZ9.
       01  HODE-2.
           03 FILLER       PIC X(18)   VALUE 'GRENSE SAMME FNR: '.
           03 HO-GRENSE    PIC Z9.
           03 FILLER       PIC X(15)   VALUE '   KONTORTID: '.
           03 HO-FRA-TID   PIC 9(4).
           03 FILLER       PIC X(3)    VALUE ' - '.
           03 HO-TIL-TID   PIC 9(4).
           03 FILLER       PIC X(30)   VALUE
              ' MANDAG-FREDAG'.
           03 HO-UTVALG    PIC X(30).
           03 FILLER       PIC X(26)   VALUE SPACES.
       01  HODE-3.
           03 FILLER       PIC X(10)   VALUE 'DATO      '.
           03 FILLER       PIC X(7)    VALUE 'TID    '.
           03 FILLER       PIC X(10)   VALUE 'TERMINAL  '.
           03 FILLER       PIC X(10)   VALUE 'TRANS     '.
           03 FILLER       PIC X(13)   VALUE 'FØDSELSNR    '.
           03 FILLER       PIC X(8)    VALUE 'FUNNET  '.
           03 FILLER       PIC X(8)    VALUE 'KONTOR  '.
           03 FILLER       PIC X(20)   VALUE 'MERKNAD'.
           03 FILLER       PIC X(46)   VALUE SPACES.

       01  BRUKER-LINJE.
           03 FILLER       PIC X(8)    VALUE 'BRUKER  '.
           03 BL-BRUKER    PIC X(8).
           03 FILLER       PIC X(16)   VALUE '  TRYGDEKONTOR  '.
           03 BL-TKNR      PIC 9(4).
           03 FILLER       PIC XX      VALUE SPACES.
           03 BL-TKNAVN    PIC X(23).
           03 FILLER       PIC X(71)   VALUE SPACES.

       01  OPPSL-LINJE.
           03 OL-DAG       PIC 99.
           03 FILLER       PIC X       VALUE '.'.
           03 OL-MND       PIC 99.
           03 FILLER       PIC X       VALUE '.'.
           03 OL-AAR       PIC 99.
           03 FILLER       PIC XX      VALUE SPACES.
           03 OL-TT        PIC 99.
           03 FILLER       PIC X       VALUE '.'.
           03 OL-MM        PIC 99.
           03 FILLER       PIC XX      VALUE SPACES.
           03 OL-LTERM     PIC X(8).
           03 FILLER       PIC XX      VALUE SPACES.
           03 OL-TRANS     PIC X(8).
           03 FILLER       PIC XX      VALUE SPACES.
           03 OL-FNR       PIC 9(11).
           03 FILLER       PIC XX      VALUE SPACES.
           03 OL-FUNNET    PIC X.
           03 FILLER       PIC X(7)    VALUE SPACES.
           03 OL-TKNR      PIC 9(4).
           03 FILLER       PIC X(4)    VALUE SPACES.
           03 OL-MERK-1    PIC X(14).
           03 OL-MERK-2    PIC X(20).
           03 FILLER       PIC X(32)   VALUE SPACES.

       01  FNR-LINJE.
           03 FILLER       PIC X(41)   VALUE SPACES.
           03 FLL-FNR      PIC 9(11).
           03 FILLER       PIC X(25)   VALUE
              '  *** MANGE OPPSLAG:     '.
           03 FLL-ANT      PIC ZZZZ9.
           03 FILLER       PIC X(7)    VALUE ' GANGER'.
           03 FILLER       PIC X(43)   VALUE SPACES.

       01  BRSUM-LINJE.
           03 FILLER       PIC X(20)   VALUE 'SUM BRUKER  OPPSLAG '.
           03 BS-ANT       PIC Z(6)9.
           03 FILLER       PIC X(16)   VALUE '   ANNET KONTOR '.
           03 BS-KONTOR    PIC Z(6)9.
           03 FILLER       PIC X(21)   VALUE '   UTENFOR KONTORTID '.
           03 BS-KONTORTID PIC Z(6)9.
           03 FILLER       PIC X(15)   VALUE '   SAMME FNR   '.
           03 BS-MANGE     PIC ZZZZ9.
           03 FILLER       PIC X(34)   VALUE SPACES.

       01  TALL-LINJE.
           03 TL-TEKST     PIC X(45).
           03 TL-ANT       PIC Z(6)9.
           03 FILLER       PIC X(80)   VALUE SPACES.

       01  MELD-LINJE.
           03 ML-TEKST     PIC X(60).
           03 FILLER       PIC X(72)   VALUE SPACES.

      *--------------------------------------------------------
       PROCEDURE DIVISION.
       0000-HOVED SECTION.
       LES-KORT.
           ACCEPT   KORT.
           IF       ID-X = 'R001L001:', GO TO SJEKK-PERIODE.
           DISPLAY  KORT, ' PARAM-KORT ER GALT'.
           STOP RUN.
           GO TO    LES-KORT.
       SJEKK-PERIODE.
           IF       K-PERIODE NOT NUMERIC OR K-MND < 01 OR K-MND > 12
                    DISPLAY KORT, ' UGYLDIG PERIODE I PARAMKORT'
                    STOP RUN.
      * BLANKE FELT GIR STANDARDVERDIENE: GRENSE 5, KONTORTID
      * 0700-1700.
           IF       K-GRENSE-X = SPACES
                    MOVE 5 TO K-GRENSE.
           IF       K-FRA-TID-X = SPACES
                    MOVE 0700 TO K-FRA-TID.
           IF       K-TIL-TID-X = SPACES
                    MOVE 1700 TO K-TIL-TID.
           IF       K-GRENSE NOT NUMERIC OR K-GRENSE < 01
                    DISPLAY KORT, ' UGYLDIG GRENSE I PARAMKORT'
                    STOP RUN.
           IF       K-FRA-TID NOT NUMERIC OR K-TIL-TID NOT NUMERIC OR
                    K-FRA-TID NOT < K-TIL-TID OR K-TIL-TID > 2400
                    DISPLAY KORT, ' UGYLDIG KONTORTID I PARAMKORT'
                    STOP RUN.
           IF       K-ALLE NOT = 'A' AND K-ALLE NOT = SPACE
                    DISPLAY KORT, ' UGYLDIG LISTEVALG I PARAMKORT'
                    STOP RUN.
       0000.
           PERFORM  LES-BRUKTAB.
           OPEN     OUTPUT LISTE.
           MOVE     K-AAR     TO HO-AAR.
           MOVE     K-MND     TO HO-MND.
           MOVE     K-GRENSE  TO HO-GRENSE.
           MOVE     K-FRA-TID TO HO-FRA-TID.
           MOVE     K-TIL-TID TO HO-TIL-TID.
           IF       K-ALLE = 'A'
                    MOVE 'ALLE OPPSLAG LISTES' TO HO-UTVALG
           ELSE
                    MOVE 'BARE FLAGGEDE OPPSLAG LISTES' TO HO-UTVALG.
           SORT     SORTLOG ON ASCENDING KEY SLOG-BRUKER SLOG-FNR
                                             SLOG-DATO SLOG-TID
                    INPUT  PROCEDURE VELG-PERIODE
                    OUTPUT PROCEDURE SKRIV-RAPPORT.
           PERFORM  SKRIV-TOTALER.
           CLOSE    LISTE.
           DISPLAY  'R001LOGR LEST '   ANT-LEST
                    ' I PERIODEN '     ANT-PERIODE
                    ' ANNET KONTOR '   ANT-KONTOR
                    ' UTENFOR TID '    ANT-KONTORTID
                    ' SAMME FNR '      ANT-MANGE.
           STOP RUN.

      *+---------------------------------------------------------------+
      *!   LESER BRUKERTABELLEN. FLERE BRUKERE ENN TABELLEN RUMMER     !
      *!   STOPPER KJØRINGEN - ELLERS VILLE DE BLI FLAGGET SOM UKJENTE.!
      *+---------------------------------------------------------------+
       LES-BRUKTAB SECTION.
           OPEN     INPUT BRUKTAB.
       1000.
           READ     BRUKTAB
             AT END GO TO 1090.
           IF       BT-ANT = BT-MAX
                    ADD 1 TO BT-OVERLOP
                    GO TO 1000.
           ADD      1 TO BT-ANT.
           MOVE     BRUK-ID   TO BT-ID   (BT-ANT).
           MOVE     BRUK-TKNR TO BT-TKNR (BT-ANT).
           GO TO    1000.
       1090.
           CLOSE    BRUKTAB.
           IF       BT-OVERLOP NOT = ZERO
                    DISPLAY 'R001LOGR: BRUKERTABELLEN ER FULL - '
                            BT-OVERLOP ' BRUKERE ER IKKE MED'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.

      *+---------------------------------------------------------------+
      *!   INNPROSEDYRE: LESER HELE LOGGEN OG LEVERER PERIODENS        !
      *!   POSTER TIL SORTERINGEN.                                     !
      *+---------------------------------------------------------------+
       VELG-PERIODE SECTION.
           OPEN     INPUT OPPSLOG.
           IF       OPPSLOG-STATUS NOT = '00'
                    DISPLAY 'R001LOGR: P291.OPPSLOG.VSAM KAN IKKE ÅPNES
      -             '- STATUS ' OPPSLOG-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
       2000.
           READ     OPPSLOG
             AT END GO TO 2090.
           ADD      1 TO ANT-LEST.
           IF       LOGG-PERIODE NOT = K-PERIODE
                    GO TO 2000.
           ADD      1 TO ANT-PERIODE.
           RELEASE  SLOG-REC FROM LOGG-REC.
           GO TO    2000.
       2090.
           CLOSE    OPPSLOG.

      *+---------------------------------------------------------------+
      *!   UTPROSEDYRE: RAPPORTEN PR. BRUKER MED BRUDD PÅ BRUKER OG    !
      *!   FØDSELSNR.                                                  !
      *+---------------------------------------------------------------+
       SKRIV-RAPPORT SECTION.
       3000.
           RETURN   SORTLOG
             AT END GO TO 3900.
           IF       SW-FORSTE NOT = '9'
                    MOVE '9' TO SW-FORSTE
                    PERFORM NY-BRUKER
                    PERFORM NYTT-FNR
                    GO TO 3100.
           IF       SLOG-BRUKER NOT = BRUKER-AKK
                    PERFORM SLUTT-FNR
                    PERFORM SLUTT-BRUKER
                    PERFORM NY-BRUKER
                    PERFORM NYTT-FNR
                    GO TO 3100.
           IF       SLOG-FNR NOT = FNR-AKK
                    PERFORM SLUTT-FNR
                    PERFORM NYTT-FNR.
       3100.
           ADD      1 TO BR-ANT FNR-ANT.
           PERFORM  VURDER-OPPSLAG.
           IF       SW-FLAGG = '9' OR K-ALLE = 'A'
                    PERFORM SKRIV-OPPSLAG.
           GO TO    3000.
       3900.
           IF       SW-FORSTE = '9'
                    PERFORM SLUTT-FNR
                    PERFORM SLUTT-BRUKER
           ELSE
                    PERFORM SKRIV-SIDEHODE
                    MOVE 'INGEN OPPSLAG I PERIODEN' TO ML-TEKST
                    WRITE LISTE-REC FROM MELD-LINJE AFTER 2.

      *+---------------------------------------------------------------+
      *!   NY BRUKER: EGET KONTOR FRA BRUKERTABELLEN, FØRT FREM TIL    !
      *!   ENDELIG ETTERFØLGER SOM SAMMENLIGNINGSGRUNNLAG.             !
      *+---------------------------------------------------------------+
       NY-BRUKER SECTION.
           MOVE     SLOG-BRUKER TO BRUKER-AKK.
           ADD      1 TO ANT-BRUKERE.
           MOVE     ZERO TO BR-ANT BR-KONTOR BR-KONTORTID BR-MANGE.
           MOVE     ZERO TO BT-TREFF.
           PERFORM  SOK-BRUKER VARYING BT-IX FROM 1 BY 1
               UNTIL BT-IX > BT-ANT OR BT-TREFF NOT = ZERO.
           IF       BT-TREFF = ZERO
                    ADD  1 TO ANT-UKJENT-BR
                    MOVE ZERO TO BR-TKNR BR-ETTERF
                    MOVE 'IKKE I BRUKERTABELLEN' TO BR-TKNAVN
           ELSE
                    MOVE BT-TKNR (BT-TREFF) TO BR-TKNR TKR-TKNR
                    MOVE ZERO TO TKR-PERIODE
                    CALL 'R001TKRS' USING TKR-PARM
                    MOVE TKR-ETTERF TO BR-ETTERF
                    MOVE TKR-NAVN   TO BR-TKNAVN.
           IF       LINJE-AKK = ZERO OR LINJE-AKK > LINJER-PR-SIDE - 6
                    PERFORM SKRIV-SIDEHODE.
           MOVE     BRUKER-AKK TO BL-BRUKER.
           MOVE     BR-TKNR    TO BL-TKNR.
           MOVE     BR-TKNAVN  TO BL-TKNAVN.
           WRITE    LISTE-REC FROM BRUKER-LINJE AFTER 2.
           ADD      2 TO LINJE-AKK.

       SOK-BRUKER SECTION.
           IF       BT-ID (BT-IX) = SLOG-BRUKER
                    MOVE BT-IX TO BT-TREFF.

       NYTT-FNR SECTION.
           MOVE     SLOG-FNR TO FNR-AKK.
           MOVE     ZERO     TO FNR-ANT.

       SLUTT-FNR SECTION.
           IF       FNR-ANT > K-GRENSE
                    ADD  1 TO BR-MANGE ANT-MANGE
                    MOVE FNR-AKK TO FLL-FNR
                    MOVE FNR-ANT TO FLL-ANT
                    PERFORM SJEKK-SIDE
                    WRITE LISTE-REC FROM FNR-LINJE AFTER 1
                    ADD  1 TO LINJE-AKK.

       SLUTT-BRUKER SECTION.
           MOVE     BR-ANT       TO BS-ANT.
           MOVE     BR-KONTOR    TO BS-KONTOR.
           MOVE     BR-KONTORTID TO BS-KONTORTID.
           MOVE     BR-MANGE     TO BS-MANGE.
           PERFORM  SJEKK-SIDE.
           WRITE    LISTE-REC FROM BRSUM-LINJE AFTER 2.
           ADD      2 TO LINJE-AKK.

      *+---------------------------------------------------------------+
      *!   FLAGGER ETT OPPSLAG. ANNET KONTOR KAN BARE AVGJØRES NÅR     !
      *!   BÅDE BRUKERENS OG PERSONENS KONTOR ER KJENT.                !
      *+---------------------------------------------------------------+
       VURDER-OPPSLAG SECTION.
           MOVE     SPACE  TO SW-FLAGG.
           MOVE     SPACES TO OL-MERK-1 OL-MERK-2.
           IF       BR-TKNR = ZERO OR SLOG-TKNR = ZERO
                    GO TO 4100.
           MOVE     SLOG-TKNR TO TKR-TKNR.
           MOVE     ZERO      TO TKR-PERIODE.
           CALL     'R001TKRS' USING TKR-PARM.
           IF       TKR-ETTERF NOT = BR-ETTERF
                    MOVE '9' TO SW-FLAGG
                    MOVE 'ANNET KONTOR' TO OL-MERK-1
                    ADD  1 TO BR-KONTOR ANT-KONTOR.
       4100.
           PERFORM  FINN-UKEDAG.
           IF       SISTE-UKEDAG > 4 OR SLOG-TTMM < K-FRA-TID
                    OR SLOG-TTMM NOT < K-TIL-TID
                    MOVE '9' TO SW-FLAGG
                    MOVE 'UTENFOR KONTORTID' TO OL-MERK-2
                    ADD  1 TO BR-KONTORTID ANT-KONTORTID.

      *+---------------------------------------------------------------+
      *!   UKEDAG FOR LOGGDATOEN (0 = MANDAG ... 6 = SØNDAG), REGNET   !
      *!   SOM DAGER SIDEN MANDAG 1. JANUAR 1900. ÅR UNDER 50 ER 20ÅÅ. !
      *!   SKUDDÅRSREGELEN MED FIRE ÅR HOLDER FOR 1901-2099.           !
      *+---------------------------------------------------------------+
       FINN-UKEDAG SECTION.
           IF       SLOG-DATO = SISTE-DATO
                    GO TO 4299.
           MOVE     SLOG-DATO TO SISTE-DATO.
           COMPUTE  W-AAR4 = 1900 + SLOG-AAR.
           IF       SLOG-AAR < 50
                    ADD 100 TO W-AAR4.
           SUBTRACT 1901 FROM W-AAR4 GIVING W-KVOT.
           DIVIDE   W-KVOT BY 4 GIVING W-KVOT.
           COMPUTE  W-DAGNR = (W-AAR4 - 1900) * 365 + W-KVOT
                            + KUM-DAGER (SLOG-MND) + SLOG-DAG - 1.
           DIVIDE   W-AAR4 BY 4 GIVING W-KVOT REMAINDER W-REST.
           IF       W-REST = ZERO AND SLOG-MND > 2
                    ADD 1 TO W-DAGNR.
           DIVIDE   W-DAGNR BY 7 GIVING W-KVOT REMAINDER SISTE-UKEDAG.
       4299.
           EXIT.

       SKRIV-OPPSLAG SECTION.
           MOVE     SLOG-DAG    TO OL-DAG.
           MOVE     SLOG-MND    TO OL-MND.
           MOVE     SLOG-AAR    TO OL-AAR.
           DIVIDE   SLOG-TTMM BY 100 GIVING OL-TT REMAINDER OL-MM.
           MOVE     SLOG-LTERM  TO OL-LTERM.
           MOVE     SLOG-TRANS  TO OL-TRANS.
           MOVE     SLOG-FNR    TO OL-FNR.
           MOVE     SLOG-FUNNET TO OL-FUNNET.
           MOVE     SLOG-TKNR   TO OL-TKNR.
           PERFORM  SJEKK-SIDE.
           WRITE    LISTE-REC FROM OPPSL-LINJE AFTER 1.
           ADD      1 TO LINJE-AKK.

       SJEKK-SIDE SECTION.
           IF       LINJE-AKK NOT < LINJER-PR-SIDE
                    PERFORM SKRIV-SIDEHODE
                    MOVE BRUKER-AKK TO BL-BRUKER
                    MOVE BR-TKNR    TO BL-TKNR
                    MOVE BR-TKNAVN  TO BL-TKNAVN
                    WRITE LISTE-REC FROM BRUKER-LINJE AFTER 2
                    ADD  2 TO LINJE-AKK.

       SKRIV-SIDEHODE SECTION.
           ADD      1 TO SIDE-AKK.
           MOVE     SIDE-AKK TO HO-SIDE.
           WRITE    LISTE-REC FROM HODE-1 AFTER NS.
           WRITE    LISTE-REC FROM HODE-2 AFTER 1.
           WRITE    LISTE-REC FROM HODE-3 AFTER 2.
           MOVE     4 TO LINJE-AKK.

       SKRIV-TOTALER SECTION.
           PERFORM  SKRIV-SIDEHODE.
           MOVE     'LEST FRA OPPSLAGSLOGGEN' TO TL-TEKST.
           MOVE     ANT-LEST TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 2.
           MOVE     'OPPSLAG I PERIODEN' TO TL-TEKST.
           MOVE     ANT-PERIODE TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     'BRUKERE' TO TL-TEKST.
           MOVE     ANT-BRUKERE TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     'BRUKERE SOM IKKE ER I BRUKERTABELLEN' TO TL-TEKST.
           MOVE     ANT-UKJENT-BR TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     'OPPSLAG PÅ PERSON VED ANNET KONTOR' TO TL-TEKST.
           MOVE     ANT-KONTOR TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 2.
           MOVE     'OPPSLAG UTENFOR KONTORTID' TO TL-TEKST.
           MOVE     ANT-KONTORTID TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
           MOVE     'FØDSELSNR SLÅTT OPP OVER GRENSEN AV EN BRUKER'
                    TO TL-TEKST.
           MOVE     ANT-MANGE TO TL-ANT.
           WRITE    LISTE-REC FROM TALL-LINJE AFTER 1.
