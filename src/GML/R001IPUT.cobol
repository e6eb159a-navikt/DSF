       IDENTIFICATION DIVISION.
       PROGRAM-ID.    R001IPUT.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : UTTREKK AV P293.IPMAIN FOR OSLO (0301) OG BERGEN   !
      *!            (1201) TIL SEKVENSIELL MATCHING I R001BYDL OG      !
      *!            R001BYDR (MODUS 'S'). DATABASEN LESES EN GANG      !
      *!            SEKVENSIELT (GN) I STEDET FOR ET GU PR. POST.      !
      *!            PERSONNØKKELEN ER TRYGDEKONTORNR + FØDSELSNR MED   !
      *!            DAG OG ÅR BYTTET OM; FØDSELSNR SNUS TILBAKE FØR    !
      *!            UTTREKKET SORTERES PÅ FØDSELSNR/TRYGDEKONTORNR.    !
      *!   INPUT  : P293.IPMAIN                                        !
      *!   OUTPUT : IPUTTREKK (FØDSELSNR, TRYGDEKONTORNR, IP01-BOKOMM, !
      *!            IP01-TKAVD, IP01-SYSTAVD)                          !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT IPUTTREKK ASSIGN IPUTTREKK.
           SELECT SORTFIL   ASSIGN SORTFIL.

       DATA DIVISION.
       FILE SECTION.

       FD  IPUTTREKK
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 30 CHARACTERS
           DATA  RECORDS IPUTTREKK-REC.
       01  IPUTTREKK-REC    PIC X(30).

       SD  SORTFIL
           DATA  RECORDS SORT-REC.
       01  SORT-REC.
           03 S-FNR            PIC 9(11).
           03 S-TKNR           PIC 9(4).
           03 S-BOKOMM         PIC X(4).
           03 S-TKAVD          PIC X.
           03 S-SYSTAVD        PIC X.
           03 FILLER           PIC X(9).

       WORKING-STORAGE SECTION.
       01  IP01-PERSON-SEGM.
           10  IP01-PERSKEY.
               15  IP01-PERSNKEY   PIC X(7).
               15  IP01-FNR-SISTE  PIC X.
           10  IP01-PERSONKEY REDEFINES IP01-PERSKEY PIC S9(15) COMP-3.
           10  IP01-NAVN           PIC X(25).
           10  IP01-ADRESSE        PIC X(30).
           10  IP01-POSTNR         PIC X(4).
           10  IP01-TKAVD          PIC X(1).
           10  IP01-BOKOMM         PIC X(4).
           10  FILLER              PIC X(86).
           10  IP01-SYSTAVD        PIC X(1).
           10  FILLER              PIC X(20).
      * UKVALIFISERT SSA: NESTE PERSONSEGMENT I DATABASEN.
       01  IP01-SSA-PERSN          PIC X(9)  VALUE 'IP0PERSN '.

       01  W-FNR-SNUDD.
           05  W-AR                PIC 99.
           05  W-MND               PIC 99.
           05  W-DAG               PIC 99.
           05  W-PERSONNR          PIC 9(5).
       01  W-FNR REDEFINES W-FNR-SNUDD PIC 9(11).
       01  W-IP-KEY.
           05  W-IP-TKNR           PIC 9999.
           05  W-IP-FNR            PIC 9(11).
       01  W-IP-KEYN REDEFINES W-IP-KEY PIC 9(15).
       01  W-DD                    PIC 99    VALUE 0.
       01  DLI-GN                  PIC X(4)  VALUE 'GN  '.
       01  SW-DLI-FEIL             PIC X     VALUE SPACE.
       01  FEIL-STATUS             PIC XX    VALUE SPACES.
       01  ANT-LEST                PIC 9(9)  VALUE ZERO.
       01  ANT-UGYLDIG             PIC 9(7)  VALUE ZERO.
       01  ANT-OSLO                PIC 9(7)  VALUE ZERO.
       01  ANT-BERGEN              PIC 9(7)  VALUE ZERO.

       LINKAGE SECTION.
       01  IP-PCB.
           05  FILLER              PIC X(10).
           05  IP-STATUS           PIC XX.
           05  FILLER              PIC X(8).
           05  IP-SEGM-NAVN        PIC X(8).
           05  FILLER              PIC X(34).

      *--------------------------------------------------------
       PROCEDURE DIVISION.
       0000.
           ENTRY   'DLITCBL' USING IP-PCB.

           SORT     SORTFIL ON ASCENDING KEY S-FNR S-TKNR
                    INPUT  PROCEDURE LES-IPMAIN
                    GIVING IPUTTREKK.
      * ET DL/I-AVBRUDD GIR ET UFULLSTENDIG UTTREKK - DA SKAL IKKE
      * R001BYDL KJØRES I MODUS 'S' MOT DET.
           IF       SW-DLI-FEIL = '9'
                    DISPLAY 'R001IPUT: GN MOT IPMAIN GA STATUS '
                            FEIL-STATUS ' ETTER ' ANT-LEST ' SEGMENTER'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           DISPLAY  'R001IPUT LEST '   ANT-LEST
                    ' OSLO '           ANT-OSLO
                    ' BERGEN '         ANT-BERGEN
                    ' UGYLDIG NØKKEL ' ANT-UGYLDIG.
           STOP RUN.

      *+---------------------------------------------------------------+
      *!   INNPROSEDYRE: LESER PERSONSEGMENTENE MED GN TIL SLUTTEN AV  !
      *!   DATABASEN (GB) OG LEVERER OSLO- OG BERGEN-PERSONENE TIL     !
      *!   SORTERINGEN.                                                !
      *+---------------------------------------------------------------+
       LES-IPMAIN SECTION.
       1000.
           CALL     'CBLTDLI' USING DLI-GN
                                    IP-PCB
                                    IP01-PERSON-SEGM
                                    IP01-SSA-PERSN.
           IF       IP-STATUS = 'GB'
                    GO TO 1999.
           IF       IP-STATUS NOT = '  '
                    MOVE '9'       TO SW-DLI-FEIL
                    MOVE IP-STATUS TO FEIL-STATUS
                    GO TO 1999.
           ADD      1 TO ANT-LEST.
           IF       IP01-PERSONKEY NOT NUMERIC
                    ADD 1 TO ANT-UGYLDIG
                    GO TO 1000.
           MOVE     IP01-PERSONKEY TO W-IP-KEYN.
           IF       W-IP-TKNR NOT = 0301 AND W-IP-TKNR NOT = 1201
                    GO TO 1000.
           IF       W-IP-TKNR = 0301
                    ADD 1 TO ANT-OSLO
           ELSE
                    ADD 1 TO ANT-BERGEN.

      * NØKKELENS FØDSELSNR HAR DAG OG ÅR BYTTET OM (SE HENT-IP01 I
      * R001BYDL); SAMME OMBYTTING GIR FØDSELSNR TILBAKE.
           MOVE     W-IP-FNR       TO W-FNR.
           MOVE     W-DAG          TO W-DD.
           MOVE     W-AR           TO W-DAG.
           MOVE     W-DD           TO W-AR.
           MOVE     SPACES         TO SORT-REC.
           MOVE     W-FNR          TO S-FNR.
           MOVE     W-IP-TKNR      TO S-TKNR.
           MOVE     IP01-BOKOMM    TO S-BOKOMM.
           MOVE     IP01-TKAVD     TO S-TKAVD.
           MOVE     IP01-SYSTAVD   TO S-SYSTAVD.
           RELEASE  SORT-REC.
           GO TO    1000.
       1999.
           EXIT.
