       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FO04F1G1.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : ETTERBETALING ETTER G-REGULERING. NYTT GRUNNBELØP  !
      *!            GJELDER FRA BEREGNINGSDATOEN (01.05), MEN BLIR     !
      *!            FØRST KUNNGJORT UKER SENERE, SÅ PERIODENE FRA OG   !
      *!            MED BEREGNINGSMÅNEDEN TIL OG MED KUNNGJØRINGS-     !
      *!            MÅNEDEN ER UTBETALT MED GAMMEL G. PROGRAMMET       !
      *!            HENTER GAMMEL OG NY G FRA G-BELØPSTABELLEN (SAMME  !
      *!            TABELL SOM I FO04F1X1), LESER DISSE PERIODENE FRA  !
      *!            HISTORIKKFILEN OG REGNER GRUNNPENSJON, TP.AVDØD,   !
      *!            TP.EGEN OG SÆRTILLEGG OPP MED NY G / GAMMEL G.     !
      *!            DIFFERANSEN ER ETTERBETALINGEN PR. PERSON OG       !
      *!            MÅNED. DET SKRIVES ETT KORTBILDE PR. PERSON TIL    !
      *!            UTBETALINGSSYSTEMET I SAMME FORMAT SOM UTBETFIL    !
      *!            FO04F1X4 LESER, OG EN LISTE PR. TRYGDEKONTOR MED   !
      *!            KONTROLLSUMMER.                                    !
      *!   INPUT  : HISTFIL  (FRA FO04F1H1)                            !
      *!            PARAMETERKORT FO04F121 MED REGULERINGSÅR ÅÅ        !
      *!   OPPSLAG: R001TKRS (TRYGDEKONTORREGISTERET)                  !
      *!   OUTPUT : UTBETFIL (FØDSELSNR OG ETTERBETALING, TEGNFORM)    !
      *!            LISTE    (ETTERBETALINGSLISTE PR. TRYGDEKONTOR)    !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           C01 IS NS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HISTFIL  ASSIGN HISTFIL.
           SELECT UTBETFIL ASSIGN UTBETFIL.
           SELECT ETTWORK  ASSIGN ETTWORK.
           SELECT SORTFIL  ASSIGN SORTFIL.
           SELECT SORTLIST ASSIGN SORTLIST.
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
      *!   TIL UTBETALINGSSYSTEMET: FØDSELSNR OG KRONEBELØP I          !
      *!   TEGNFORM, ETT KORTBILDE PR. PERSON - SAMME FORMAT SOM       !
      *!   MÅNEDSFILEN FO04F1X4 AVSTEMMER MOT.                         !
      *+---------------------------------------------------------------+
       FD  UTBETFIL
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA  RECORDS UTB-REC.
       01  UTB-REC.
           03 UTB-FNR       PIC 9(11).
           03 UTB-BELOP     PIC 9(7).
           03 FILLER        PIC X(62).

      *+---------------------------------------------------------------+
      *!   ARBEIDSFIL: EN POST PR. PERSON OG MÅNED MED DIFFERANSENE,   !
      *!   SORTERES PÅ TRYGDEKONTOR/FØDSELSNR/PERIODE TIL LISTEN.      !
      *+---------------------------------------------------------------+
       FD  ETTWORK
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 68 CHARACTERS
           DATA  RECORDS ETT-REC.
       01  ETT-REC.
           03 E-TKNR        PIC 9(4).
           03 E-FNR         PIC 9(11).
           03 E-PERIODE     PIC 9(4).
           03 E-NAVN        PIC X(25).
           03 E-SUMYD       PIC S9(5)  COMP-3.
           03 E-D-GRP       PIC S9(5)  COMP-3.
           03 E-D-TP        PIC S9(5)  COMP-3.
           03 E-D-SAERTIL   PIC S9(5)  COMP-3.
           03 E-ETTERB      PIC S9(7)  COMP-3.
           03 FILLER        PIC X(8).

      *+---------------------------------------------------------------+
      *!   SORTERINGSPOSTEN: REGULERINGSPERIODENE NØKLET PÅ            !
      *!   FØDSELSNR/PERIODE, SÅ HVER PERSONS MÅNEDER KOMMER SAMLET.   !
      *+---------------------------------------------------------------+
       SD  SORTFIL
           DATA  RECORDS SORT-REC.
       01  SORT-REC.
           03 S-FNR         PIC 9(11).
           03 S-PERIODE     PIC 9(4).
           03 S-TKNR        PIC 9(4).
           03 S-NAVN        PIC X(25).
           03 S-GRP         PIC S9(5)  COMP-3.
           03 S-TPAVD       PIC S9(5)  COMP-3.
           03 S-TPEGEN      PIC S9(5)  COMP-3.
           03 S-SAERTIL     PIC S9(5)  COMP-3.
           03 S-SUMYD       PIC S9(5)  COMP-3.

       SD  SORTLIST
           DATA  RECORDS SL-REC.
       01  SL-REC.
           03 L-TKNR        PIC 9(4).
           03 L-FNR         PIC 9(11).
           03 L-PERIODE     PIC 9(4).
           03 L-NAVN        PIC X(25).
           03 L-SUMYD       PIC S9(5)  COMP-3.
           03 L-D-GRP       PIC S9(5)  COMP-3.
           03 L-D-TP        PIC S9(5)  COMP-3.
           03 L-D-SAERTIL   PIC S9(5)  COMP-3.
           03 L-ETTERB      PIC S9(7)  COMP-3.
           03 FILLER        PIC X(8).

       FD  LISTE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA  RECORDS LISTE-REC.
       01  LISTE-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       77  SW-FORSTE       PIC X     VALUE SPACE.
       77  SW-PERSON       PIC X     VALUE SPACE.
       77  ANT-LEST        PIC 9(7)  VALUE ZERO.
       77  ANT-VALGT       PIC 9(7)  VALUE ZERO.
       77  ANT-PERSONER    PIC 9(7)  VALUE ZERO.
       77  ANT-UTBET       PIC 9(7)  VALUE ZERO.
       77  FNR-AKK         PIC 9(11) VALUE ZERO.
       77  PERS-ETTERB     PIC S9(7) COMP-3 VALUE ZERO.
       77  SUM-UTBET       PIC S9(11) COMP-3 VALUE ZERO.
       77  TRK-AKK         PIC 9(4)  VALUE ZERO.
       77  TRK-NR          PIC 9(4).
       77  TRK-NAVN        PIC X(23).
       77  LFNR-AKK        PIC 9(11) VALUE ZERO.
       77  KTR-PERSONER    PIC 9(7)  VALUE ZERO.
       77  KTR-MND         PIC 9(7)  VALUE ZERO.
       77  KTR-SUMYD       PIC S9(11) COMP-3 VALUE ZERO.
       77  KTR-ETTERB      PIC S9(11) COMP-3 VALUE ZERO.
       77  TOT-PERSONER    PIC 9(7)  VALUE ZERO.
       77  TOT-MND         PIC 9(7)  VALUE ZERO.
       77  TOT-SUMYD       PIC S9(11) COMP-3 VALUE ZERO.
       77  TOT-ETTERB      PIC S9(11) COMP-3 VALUE ZERO.

      *+---------------------------------------------------------------+
      *!   REGULERINGEN: GAMMEL OG NY G OG PERIODENE (ÅÅMM) SOM BLE    !
      *!   UTBETALT MED GAMMEL G.                                      !
      *+---------------------------------------------------------------+
       77  G-IX            PIC 9(2)  VALUE ZERO.
       77  G-TREFF         PIC 9(2)  VALUE ZERO.
       77  GML-G           PIC 9(5)  VALUE ZERO.
       77  NY-G            PIC 9(5)  VALUE ZERO.
       77  FRA-PERIODE     PIC 9(4)  VALUE ZERO.
       77  TIL-PERIODE     PIC 9(4)  VALUE ZERO.
       77  NY-GRP          PIC S9(7) COMP-3 VALUE ZERO.
       77  NY-TPAVD        PIC S9(7) COMP-3 VALUE ZERO.
       77  NY-TPEGEN       PIC S9(7) COMP-3 VALUE ZERO.
       77  NY-SAERTIL      PIC S9(7) COMP-3 VALUE ZERO.

      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET).
       01  TKR-PARM.
           03 TKR-TKNR     PIC 9(4).
           03 TKR-PERIODE  PIC 9(4).
           03 TKR-SVAR     PIC X.
           03 TKR-NAVN     PIC X(23).
           03 TKR-FYLKE    PIC 99.
           03 TKR-ETTERF   PIC 9(4).

      *+---------------------------------------------------------------+
      *!   HISTORIKK OVER GYLDIGE GRUNNBELØP MED BEREGNINGS- OG        !
      *!   KUNNGJØRINGSDATO, SAMME TABELL SOM I FO04F1X1 - NYE         !
      *!   REGULERINGER MÅ LEGGES INN BEGGE STEDER.                    !
      *+---------------------------------------------------------------+
       01  G-BELOP-KONSTANTER.
           02 FILLER PIC X(31) VALUE
              '2660001.05.1990   19.06.1990   '.
           02 FILLER PIC X(31) VALUE
              '2880001.05.1991   18.06.1991   '.
           02 FILLER PIC X(31) VALUE
              '3080001.05.1992   16.06.1992   '.
           02 FILLER PIC X(31) VALUE
              '3320001.05.1993   15.06.1993   '.
           02 FILLER PIC X(31) VALUE
              '3540001.05.1994   21.06.1994   '.
           02 FILLER PIC X(31) VALUE
              '3672001.05.1995   20.06.1995   '.
       01  G-BELOP-TABELL REDEFINES G-BELOP-KONSTANTER.
           02 G-BELOP-POST OCCURS 6 TIMES.
              03 GBT-BELOP  PIC 9(5).
              03 GBT-KDATO  PIC X(13).
              03 GBT-BDATO  PIC X(13).

      * DATOENE I TABELLEN STÅR SOM DD.MM.ÅÅÅÅ.
       01  W-DATO          PIC X(13) VALUE SPACES.
       01  W-DATO-DELER REDEFINES W-DATO.
           03 WD-DAG       PIC 99.
           03 FILLER       PIC X.
           03 WD-MND       PIC 99.
           03 FILLER       PIC X.
           03 WD-HUNDRE    PIC 99.
           03 WD-AAR       PIC 99.
           03 FILLER       PIC X(3).

       01  KORT.
           03 ID-X         PIC X(9)    VALUE SPACES.
           03 K-AAR        PIC 99.
           03 FILLER       PIC X(69)   VALUE SPACES.

       01  HODE-1.
           03 FILLER       PIC X(44)   VALUE
              'FO04F1G1  ETTERBETALING ETTER G-REGULERING  '.
           03 FILLER       PIC X(12)   VALUE 'GAMMEL G KR '.
           03 HO-GML-G     PIC ZZZZ9.
           03 FILLER       PIC X(10)   VALUE '  NY G KR '.
           03 HO-NY-G      PIC ZZZZ9.
           03 FILLER       PIC X(12)   VALUE '  PERIODENE '.
           03 HO-FRA-AAR   PIC 99.
           03 FILLER       PIC X       VALUE '/'.
           03 HO-FRA-MND   PIC 99.
           03 FILLER       PIC X(3)    VALUE ' - '.
           03 HO-TIL-AAR   PIC 99.
           03 FILLER       PIC X       VALUE '/'.
           03 HO-TIL-MND   PIC 99.
           03 FILLER       PIC X(31)   VALUE SPACES.
       01  HODE-2.
           03 FILLER       PIC X(13)   VALUE 'TRYGDEKONTOR '.
           03 HO-TRKNR     PIC 9(4).
           03 FILLER       PIC XX      VALUE SPACES.
           03 HO-TKNAVN    PIC X(23).
           03 FILLER       PIC X(90)   VALUE SPACES.
       01  HODE-3.
           03 FILLER       PIC X(13)   VALUE 'FØDSELSNR    '.
           03 FILLER       PIC X(26)   VALUE 'NAVN'.
           03 FILLER       PIC X(8)    VALUE 'PERIODE '.
           03 FILLER       PIC X(11)   VALUE ' SUM YTELSE'.
           03 FILLER       PIC X(11)   VALUE '  GRUNNPEN.'.
           03 FILLER       PIC X(11)   VALUE '   TP.SAML.'.
           03 FILLER       PIC X(11)   VALUE ' SÆRTILLEGG'.
           03 FILLER       PIC X(11)   VALUE '  ETTERBET.'.
           03 FILLER       PIC X(30)   VALUE SPACES.

       01  ETT-LINJE.
           03 EL-FNR       PIC 9(11).
           03 FILLER       PIC XX      VALUE SPACES.
           03 EL-NAVN      PIC X(25).
           03 FILLER       PIC X       VALUE SPACE.
           03 EL-AAR       PIC 99.
           03 FILLER       PIC X       VALUE '/'.
           03 EL-MND       PIC 99.
           03 FILLER       PIC X(3)    VALUE SPACES.
           03 EL-SUMYD     PIC Z(9)9.
           03 FILLER       PIC X       VALUE SPACE.
           03 EL-D-GRP     PIC Z(9)9.
           03 FILLER       PIC X       VALUE SPACE.
           03 EL-D-TP      PIC Z(9)9.
           03 FILLER       PIC X       VALUE SPACE.
           03 EL-D-SAERTIL PIC Z(9)9.
           03 FILLER       PIC X       VALUE SPACE.
           03 EL-ETTERB    PIC Z(9)9.
           03 FILLER       PIC X(31)   VALUE SPACES.

       01  SUM-HODE.
           03 FILLER       PIC X(40)   VALUE SPACES.
           03 FILLER       PIC X(10)   VALUE 'PERSONER  '.
           03 FILLER       PIC X(10)   VALUE 'MÅNEDER   '.
           03 FILLER       PIC X(14)   VALUE '  SUM YTELSE  '.
           03 FILLER       PIC X(14)   VALUE ' ETTERBETALING'.
           03 FILLER       PIC X(44)   VALUE SPACES.
       01  SUM-LINJE.
           03 SL-TEKST     PIC X(40).
           03 SL-PERSONER  PIC Z(6)9.
           03 FILLER       PIC XXX     VALUE SPACES.
           03 SL-MND       PIC Z(6)9.
           03 FILLER       PIC XXX     VALUE SPACES.
           03 SL-SUMYD     PIC Z(10)9.
           03 FILLER       PIC XXX     VALUE SPACES.
           03 SL-ETTERB    PIC Z(10)9.
           03 FILLER       PIC X(47)   VALUE SPACES.

       01  MELD-LINJE.
           03 ML-TEKST     PIC X(60).
           03 FILLER       PIC X(72)   VALUE SPACES.

      *--------------------------------------------------------
       PROCEDURE DIVISION.
       0000-HOVED SECTION.
       LES-KORT.
           ACCEPT   KORT.
           IF       ID-X = 'FO04F121:', GO TO SJEKK-AAR.
           DISPLAY  KORT, ' PARAM-KORT ER GALT'.
           STOP RUN.
           GO TO    LES-KORT.
       SJEKK-AAR.
           IF       K-AAR NOT NUMERIC
                    DISPLAY KORT, ' UGYLDIG ÅR I PARAMKORT'
                    STOP RUN.
           PERFORM  FINN-REGULERING.
       0000.
           SORT     SORTFIL ON ASCENDING KEY S-FNR S-PERIODE
                    INPUT  PROCEDURE VELG-PERIODER
                    OUTPUT PROCEDURE BEREGN-ETTERBET.
           SORT     SORTLIST ON ASCENDING KEY L-TKNR L-FNR L-PERIODE
                    USING  ETTWORK
                    OUTPUT PROCEDURE SKRIV-LISTE.
           DISPLAY  'FO04F1G1 ÅR ' K-AAR
                    ' LEST '       ANT-LEST
                    ' VALGT '      ANT-VALGT
                    ' UTBETALT '   ANT-UTBET.
           STOP RUN.

      *+---------------------------------------------------------------+
      *!   SLÅR OPP REGULERINGSÅRET I G-BELØPSTABELLEN. NY G ER        !
      *!   ÅRETS POST, GAMMEL G ER POSTEN FORAN. PERIODENE GÅR FRA     !
      *!   MÅNEDEN I FØRSTE DATO (BEREGNINGSDATOEN 01.05) TIL OG MED   !
      *!   MÅNEDEN I ANDRE DATO (RIKSTRYGDEVERKETS BREV), SLIK         !
      *!   DATOENE STÅR PÅ PARAMKORTET TIL FO04F1X1.                   !
      *+---------------------------------------------------------------+
       FINN-REGULERING.
           MOVE     ZERO TO G-TREFF.
           PERFORM  SOK-G-AAR VARYING G-IX FROM 1 BY 1
               UNTIL G-IX > 6 OR G-TREFF NOT = ZERO.
           IF       G-TREFF = ZERO
                    DISPLAY 'FO04F1G1: ÅR ' K-AAR ' FINNES IKKE I G-BEL
      -             'ØPSTABELLEN'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           IF       G-TREFF = 1
                    DISPLAY 'FO04F1G1: INGEN TIDLIGERE G FOR ÅR ' K-AAR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           MOVE     GBT-BELOP (G-TREFF) TO NY-G.
           SUBTRACT 1 FROM G-TREFF GIVING G-IX.
           MOVE     GBT-BELOP (G-IX)    TO GML-G.
           MOVE     GBT-KDATO (G-TREFF) TO W-DATO.
           COMPUTE  FRA-PERIODE = WD-AAR * 100 + WD-MND.
           MOVE     GBT-BDATO (G-TREFF) TO W-DATO.
           COMPUTE  TIL-PERIODE = WD-AAR * 100 + WD-MND.

       SOK-G-AAR.
           MOVE     GBT-KDATO (G-IX) TO W-DATO.
           IF       WD-AAR = K-AAR
                    MOVE G-IX TO G-TREFF.

      *+---------------------------------------------------------------+
      *!   INNPROSEDYRE: LESER HISTORIKKFILEN OG LEVERER PERIODENE     !
      *!   SOM BLE UTBETALT MED GAMMEL G TIL SORTERINGEN.              !
      *+---------------------------------------------------------------+
       VELG-PERIODER SECTION.
           OPEN     INPUT HISTFIL.
       1000.
           READ     HISTFIL
             AT END GO TO 1900.
           ADD      1 TO ANT-LEST.
           IF       HIST-PERIODE < FRA-PERIODE
                    OR HIST-PERIODE > TIL-PERIODE
                    GO TO 1000.
           ADD      1 TO ANT-VALGT.
           MOVE     HIST-FNR     TO S-FNR.
           MOVE     HIST-PERIODE TO S-PERIODE.
           MOVE     HIST-TRKNR   TO S-TKNR.
           MOVE     HIST-NAVN    TO S-NAVN.
           MOVE     HIST-GRP     TO S-GRP.
           MOVE     HIST-TPAVD   TO S-TPAVD.
           MOVE     HIST-TPEGEN  TO S-TPEGEN.
           MOVE     HIST-SAERTIL TO S-SAERTIL.
           MOVE     HIST-SUMYD   TO S-SUMYD.
           RELEASE  SORT-REC.
           GO TO    1000.
       1900.
           CLOSE    HISTFIL.

      *+---------------------------------------------------------------+
      *!   UTPROSEDYRE: REGNER HVER MÅNED OPP MED NY G OG SKRIVER      !
      *!   DIFFERANSEN TIL ARBEIDSFILEN. VED PERSONSKIFTE SKRIVES      !
      *!   PERSONENS SAMLEDE ETTERBETALING TIL UTBETALINGSSYSTEMET.    !
      *+---------------------------------------------------------------+
       BEREGN-ETTERBET SECTION.
           OPEN     OUTPUT UTBETFIL.
           OPEN     OUTPUT ETTWORK.
       2000.
           RETURN   SORTFIL
             AT END GO TO 2900.
           IF       SW-PERSON = '9' AND S-FNR NOT = FNR-AKK
                    PERFORM SKRIV-UTBET.
           IF       SW-PERSON NOT = '9' OR S-FNR NOT = FNR-AKK
                    MOVE '9'   TO SW-PERSON
                    MOVE S-FNR TO FNR-AKK
                    MOVE ZERO  TO PERS-ETTERB
                    ADD  1     TO ANT-PERSONER.
           PERFORM  BEREGN-MAANED.
           GO TO    2000.
       2900.
           IF       SW-PERSON = '9'
                    PERFORM SKRIV-UTBET.
           CLOSE    UTBETFIL ETTWORK.
           GO TO    2999.

      * KOMPONENTENE ER PROPORSJONALE MED G OG REGNES OPP HVER FOR
      * SEG MED AVRUNDING, SOM I SIMULERINGEN I FO04F1X1.
       BEREGN-MAANED.
           COMPUTE  NY-GRP     ROUNDED = S-GRP     * NY-G / GML-G.
           COMPUTE  NY-TPAVD   ROUNDED = S-TPAVD   * NY-G / GML-G.
           COMPUTE  NY-TPEGEN  ROUNDED = S-TPEGEN  * NY-G / GML-G.
           COMPUTE  NY-SAERTIL ROUNDED = S-SAERTIL * NY-G / GML-G.
           MOVE     SPACES    TO ETT-REC.
           MOVE     S-TKNR    TO E-TKNR.
           MOVE     S-FNR     TO E-FNR.
           MOVE     S-PERIODE TO E-PERIODE.
           MOVE     S-NAVN    TO E-NAVN.
           MOVE     S-SUMYD   TO E-SUMYD.
           COMPUTE  E-D-GRP     = NY-GRP - S-GRP.
           COMPUTE  E-D-TP      = NY-TPAVD + NY-TPEGEN
                                - S-TPAVD - S-TPEGEN.
           COMPUTE  E-D-SAERTIL = NY-SAERTIL - S-SAERTIL.
           COMPUTE  E-ETTERB    = E-D-GRP + E-D-TP + E-D-SAERTIL.
           ADD      E-ETTERB  TO PERS-ETTERB.
           WRITE    ETT-REC.

      * PERSONER UTEN G-AVHENGIGE YTELSER FÅR INGEN ETTERBETALING OG
      * SKAL IKKE HA NOE KORTBILDE.
       SKRIV-UTBET.
           IF       PERS-ETTERB > ZERO
                    MOVE SPACES      TO UTB-REC
                    MOVE FNR-AKK     TO UTB-FNR
                    MOVE PERS-ETTERB TO UTB-BELOP
                    WRITE UTB-REC
                    ADD  1           TO ANT-UTBET
                    ADD  PERS-ETTERB TO SUM-UTBET.
       2999.
           EXIT.

      *+---------------------------------------------------------------+
      *!   UTPROSEDYRE: LISTEN PR. TRYGDEKONTOR MED EN LINJE PR.       !
      *!   PERSON OG MÅNED, KONTORSUM OG TOTALER. TOTAL ETTERBETALING  !
      *!   SKAL STEMME MED SUMMEN SOM ER SKREVET TIL UTBETFIL.         !
      *+---------------------------------------------------------------+
       SKRIV-LISTE SECTION.
           OPEN     OUTPUT LISTE.
           MOVE     GML-G TO HO-GML-G.
           MOVE     NY-G  TO HO-NY-G.
           DIVIDE   FRA-PERIODE BY 100 GIVING HO-FRA-AAR
                    REMAINDER HO-FRA-MND.
           DIVIDE   TIL-PERIODE BY 100 GIVING HO-TIL-AAR
                    REMAINDER HO-TIL-MND.
       3000.
           RETURN   SORTLIST
             AT END GO TO 3900.
           IF       SW-FORSTE NOT = '9'
                    MOVE '9' TO SW-FORSTE
                    MOVE L-TKNR TO TRK-AKK
                    PERFORM SKRIV-KONTOR-HODE.
           IF       L-TKNR NOT = TRK-AKK
                    PERFORM SKRIV-KONTOR-SUM
                    MOVE L-TKNR TO TRK-AKK
                    PERFORM SKRIV-KONTOR-HODE.
           PERFORM  SKRIV-ETT-LINJE.
           GO TO    3000.
       3900.
           IF       SW-FORSTE = '9'
                    PERFORM SKRIV-KONTOR-SUM.
           PERFORM  SKRIV-TOTALER.
           CLOSE    LISTE.
           GO TO    3999.

       SKRIV-KONTOR-HODE.
           MOVE     TRK-AKK TO HO-TRKNR, TRK-NR.
           MOVE     TRK-NR TO TKR-TKNR.
           MOVE     TIL-PERIODE TO TKR-PERIODE.
           CALL     'R001TKRS' USING TKR-PARM.
           MOVE     TKR-NAVN TO TRK-NAVN.
           MOVE     TRK-NAVN TO HO-TKNAVN.
           MOVE     ZERO     TO LFNR-AKK.
           WRITE    LISTE-REC FROM HODE-1 AFTER NS.
           WRITE    LISTE-REC FROM HODE-2 AFTER 2.
           WRITE    LISTE-REC FROM HODE-3 AFTER 2.

       SKRIV-ETT-LINJE.
           IF       L-FNR NOT = LFNR-AKK
                    ADD  1     TO KTR-PERSONER
                    MOVE L-FNR TO LFNR-AKK.
           MOVE     L-FNR       TO EL-FNR.
           MOVE     L-NAVN      TO EL-NAVN.
           DIVIDE   L-PERIODE BY 100 GIVING EL-AAR REMAINDER EL-MND.
           MOVE     L-SUMYD     TO EL-SUMYD.
           MOVE     L-D-GRP     TO EL-D-GRP.
           MOVE     L-D-TP      TO EL-D-TP.
           MOVE     L-D-SAERTIL TO EL-D-SAERTIL.
           MOVE     L-ETTERB    TO EL-ETTERB.
           WRITE    LISTE-REC FROM ETT-LINJE AFTER 1.
           ADD      1        TO KTR-MND.
           ADD      L-SUMYD  TO KTR-SUMYD.
           ADD      L-ETTERB TO KTR-ETTERB.

       SKRIV-KONTOR-SUM.
           WRITE    LISTE-REC FROM SUM-HODE AFTER 2.
           MOVE     'SUM TRYGDEKONTOR' TO SL-TEKST.
           MOVE     KTR-PERSONER TO SL-PERSONER.
           MOVE     KTR-MND      TO SL-MND.
           MOVE     KTR-SUMYD    TO SL-SUMYD.
           MOVE     KTR-ETTERB   TO SL-ETTERB.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           ADD      KTR-PERSONER TO TOT-PERSONER.
           ADD      KTR-MND      TO TOT-MND.
           ADD      KTR-SUMYD    TO TOT-SUMYD.
           ADD      KTR-ETTERB   TO TOT-ETTERB.
           MOVE     ZERO TO KTR-PERSONER KTR-MND KTR-SUMYD KTR-ETTERB.

      *+---------------------------------------------------------------+
      *!   KONTROLLSUMMENE: LISTENS TOTAL MOT DET SOM ER SKREVET TIL   !
      *!   UTBETALINGSSYSTEMET. EN PERSON SOM HAR SKIFTET KONTOR I     !
      *!   PERIODEN TELLES UNDER HVERT KONTOR, MEN FÅR ETT KORTBILDE.  !
      *+---------------------------------------------------------------+
       SKRIV-TOTALER.
           WRITE    LISTE-REC FROM HODE-1 AFTER NS.
           WRITE    LISTE-REC FROM SUM-HODE AFTER 3.
           MOVE     'TOTALT HELE LANDET' TO SL-TEKST.
           MOVE     TOT-PERSONER TO SL-PERSONER.
           MOVE     TOT-MND      TO SL-MND.
           MOVE     TOT-SUMYD    TO SL-SUMYD.
           MOVE     TOT-ETTERB   TO SL-ETTERB.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'SKREVET TIL UTBETFIL' TO SL-TEKST.
           MOVE     ANT-UTBET    TO SL-PERSONER.
           MOVE     ZERO         TO SL-MND SL-SUMYD.
           MOVE     SUM-UTBET    TO SL-ETTERB.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           IF       SUM-UTBET = TOT-ETTERB
                    MOVE 'KONTROLLSUM I ORDEN - STEMMER MED UTBETFIL'
                         TO ML-TEKST
                    WRITE LISTE-REC FROM MELD-LINJE AFTER 2
           ELSE
                    MOVE 'KONTROLLSUM STEMMER IKKE - UTBETFIL SKAL IKKE'
                         TO ML-TEKST
                    WRITE LISTE-REC FROM MELD-LINJE AFTER 2
                    MOVE 'SENDES TIL UTBETALINGSSYSTEMET' TO ML-TEKST
                    WRITE LISTE-REC FROM MELD-LINJE AFTER 1
                    MOVE 8 TO RETURN-CODE.
       3999.
           EXIT.
