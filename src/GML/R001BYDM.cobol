       IDENTIFICATION DIVISION.
       PROGRAM-ID.    R001BYDM.
       AUTHOR.        ARNE AMUNDSEN - AD ASSISTANSE A/S.
       DATE-COMPILED.
      *+---------------------------------------------------------------+
      *!   FORMÅL : SAMMENLIGNINGSKJØRING FOR OVERGANGEN FRA DL/I-     !
      *!            OPPSLAG (GU) TIL SEKVENSIELL MATCHING MOT          !
      *!            IPUTTREKK I R001BYDL/R001BYDR. HVER OSLO- OG       !
      *!            BERGEN-POST I REG OMKODES PÅ BEGGE MÅTER MED       !
      *!            SAMME BYDEL-LOGIKK, OG PERSONER DER RESULTATET     !
      *!            (T-TKNR, T-AVD ELLER AVVIST) BLIR ULIKT, LISTES.   !
      *!            ULIKHETER GIR RETURKODE 4.                         !
      *!   INPUT  : REG       (GODKJENT FRA R001KTRL, SORTERT PÅ       !
      *!                       FØDSELSNR SOM FOR R001BYDL MODUS 'S')   !
      *!            IPUTTREKK (FRA R001IPUT)                           !
      *!   OPPSLAG: P293.IPMAIN                                        !
      *!            P290.BYDEL.VSAM                                    !
      *!   OUTPUT : LISTE     (AVVIKSLISTE)                            !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REG       ASSIGN REG.
           SELECT IPUTTREKK ASSIGN IPUTTREKK.
           SELECT BYDEL     ASSIGN BYDEL
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BYDEL-KOMM
               FILE STATUS IS BYDEL-STATUS.
           SELECT LISTE     ASSIGN LISTE.

       DATA DIVISION.
       FILE SECTION.

       FD  REG
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA  RECORDS I-REC.
       01  I-REC.
              03 T-FNR         PIC S9(11)  COMP-3.
              03 T-NAVN        PIC X(25).
              03 T-PSTAT1      PIC X.
              03 T-PSTAT2      PIC X.
              03 T-PSTAT3      PIC X.
              03 T-GRP         PIC S9(5)   COMP-3.
              03 T-TPAVD       PIC S9(5)   COMP-3.
              03 T-TPEGEN      PIC S9(5)   COMP-3.
              03 T-EFORTIL     PIC S9(5)   COMP-3.
              03 T-BFORTIL     PIC S9(5)   COMP-3.
              03 T-FORINNT     PIC S9(5)   COMP-3.
              03 T-SUMYD       PIC S9(5)   COMP-3.
              03 T-TKNR        PIC S9(5)   COMP-3.
              03 T-UFGRAD      PIC S9(3)   COMP-3.
              03 T-TIL851      PIC S9(3)   COMP-3.
              03 T-SAERTIL     PIC S9(5)   COMP-3.
              03 T-KOMPTIL     PIC S9(3)   COMP-3.
              03 T-VGRP        PIC S9(5)   COMP-3.
              03 T-VTILP       PIC S9(5)   COMP-3.
              03 T-NETTO-GP    PIC S9(5)   COMP-3.
              03 T-NETTO-TP    PIC S9(5)   COMP-3.
              03 T-EK-GR       PIC S9(5)   COMP-3.
              03 T-BA-GR       PIC S9(5)   COMP-3.
              03 T-SB-TILL     PIC S9(5)   COMP-3.
              03 T-SB-GR       PIC S9(5)   COMP-3.
              03 T-GT-TIL-L92  PIC S9(5)   COMP-3.
              03 T-GT-TP       PIC S9(5)   COMP-3.
              03 T-AFP         PIC S9(5)   COMP-3.
              03 SORTNAVN     PICTURE X(25).

       FD  IPUTTREKK
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 30 CHARACTERS
           DATA  RECORDS IPUTTREKK-REC.
       01  IPUTTREKK-REC    PIC X(30).

       FD  BYDEL
           LABEL RECORDS STANDARD.
       01  BYDEL-REC.
           03 BYDEL-KOMM    PIC 9(4).
           03 BYDEL-TKNR    PIC 9(4).
           03 BYDEL-AVD     PIC X.

       FD  LISTE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA  RECORDS LISTE-REC.
       01  LISTE-REC        PIC X(132).

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
       01  IP01-SSA1-PERSKEY.
           10  IP01-SSA1-SEGM-FELT PIC X(17) VALUE 'IP0PERSN(PERSNKEY'.
           10  IP01-SSA1-REL-OP    PIC X(2)  VALUE ' ='.
           10  IP01-SSA1-PERSNKEY  PIC X(7).
           10  IP01-SSA1-HP        PIC X     VALUE ')'.

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
       01  IP-KEY-PACK             PIC S9(15) COMP-3.
       01  IP-KEY-X REDEFINES IP-KEY-PACK PIC X(7).
       01  W-DD                    PIC 99    VALUE 0.
       01  W-KOMM                  PIC 9999  VALUE 0.
       01  DLI-GU                  PIC X(4)  VALUE 'GU  '.
       01  W-TKAVD-NUM             PIC 9     VALUE 0.
       01  BYDEL-STATUS            PIC XX    VALUE '00'.
       01  BYDEL-FUNNET            PIC X     VALUE SPACE.
       01  OPPSLAG-STATUS          PIC XX    VALUE SPACES.

       01  IPU-POST.
           03 IPU-NOKKEL.
              05 IPU-FNR           PIC 9(11).
              05 IPU-TKNR          PIC 9(4).
           03 IPU-BOKOMM           PIC X(4).
           03 IPU-TKAVD            PIC X.
           03 IPU-SYSTAVD          PIC X.
           03 FILLER               PIC X(9).
       01  SOK-NOKKEL.
           03 SOK-FNR              PIC 9(11).
           03 SOK-TKNR             PIC 9(4).
       01  DENNE-FNR               PIC 9(11) VALUE ZERO.
       01  FORRIGE-FNR             PIC 9(11) VALUE ZERO.

      * RESULTATET AV OMKODINGEN, SLIK R001BYDL VILLE SATT T-TKNR OG
      * T-AVD. R-STATUS BLANK = FUNNET, ELLERS VILLE POSTEN BLI AVVIST.
       01  R-STATUS                PIC XX    VALUE SPACES.
       01  R-TKNR                  PIC 9(4)  VALUE ZERO.
       01  R-AVD                   PIC X     VALUE SPACE.
       01  GU-STATUS               PIC XX    VALUE SPACES.
       01  GU-TKNR                 PIC 9(4)  VALUE ZERO.
       01  GU-AVD                  PIC X     VALUE SPACE.

       01  ANT-LEST                PIC 9(7)  VALUE ZERO.
       01  ANT-SAMMENLIGNET        PIC 9(7)  VALUE ZERO.
       01  ANT-LIKE                PIC 9(7)  VALUE ZERO.
       01  ANT-ULIKE               PIC 9(7)  VALUE ZERO.
       01  ANT-AVVIST-BEGGE        PIC 9(7)  VALUE ZERO.

       01  HODE-1.
           03 FILLER        PIC X(45)  VALUE
              'R001BYDM  SAMMENLIGNING AV IPMAIN-OPPSLAG (GU'.
           03 FILLER        PIC X(20)  VALUE ') OG IPUTTREKK'.
           03 FILLER        PIC X(67)  VALUE SPACES.
       01  HODE-2.
           03 FILLER        PIC X(13)  VALUE 'FØDSELSNR    '.
           03 FILLER        PIC X(8)   VALUE 'TKNR    '.
           03 FILLER        PIC X(19)  VALUE 'DL/I-OPPSLAG (GU)  '.
           03 FILLER        PIC X(19)  VALUE 'IPUTTREKK          '.
           03 FILLER        PIC X(7)   VALUE 'MERKNAD'.
           03 FILLER        PIC X(66)  VALUE SPACES.
       01  HODE-3.
           03 FILLER        PIC X(13)  VALUE SPACES.
           03 FILLER        PIC X(8)   VALUE 'INN     '.
           03 FILLER        PIC X(19)  VALUE 'ST   TKNR   AVD    '.
           03 FILLER        PIC X(19)  VALUE 'ST   TKNR   AVD    '.
           03 FILLER        PIC X(73)  VALUE SPACES.

       01  AVVIK-LINJE.
           03 AL-FNR        PIC 9(11).
           03 FILLER        PIC X(2)   VALUE SPACES.
           03 AL-TKNR       PIC 9(4).
           03 FILLER        PIC X(4)   VALUE SPACES.
           03 AL-GU-STATUS  PIC XX.
           03 FILLER        PIC X(3)   VALUE SPACES.
           03 AL-GU-TKNR    PIC 9(4).
           03 FILLER        PIC X(3)   VALUE SPACES.
           03 AL-GU-AVD     PIC X.
           03 FILLER        PIC X(6)   VALUE SPACES.
           03 AL-FIL-STATUS PIC XX.
           03 FILLER        PIC X(3)   VALUE SPACES.
           03 AL-FIL-TKNR   PIC 9(4).
           03 FILLER        PIC X(3)   VALUE SPACES.
           03 AL-FIL-AVD    PIC X.
           03 FILLER        PIC X(6)   VALUE SPACES.
           03 AL-MERKNAD    PIC X(30).
           03 FILLER        PIC X(43)  VALUE SPACES.

       01  SUM-LINJE.
           03 SL-TEKST      PIC X(45).
           03 SL-ANTALL     PIC Z(6)9.
           03 FILLER        PIC X(80)  VALUE SPACES.

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

           OPEN     INPUT          REG.
           OPEN     INPUT          IPUTTREKK.
           OPEN     INPUT          BYDEL.
           OPEN     OUTPUT         LISTE.

           WRITE    LISTE-REC FROM HODE-1 AFTER 1.
           WRITE    LISTE-REC FROM HODE-2 AFTER 2.
           WRITE    LISTE-REC FROM HODE-3 AFTER 1.
           PERFORM  LES-IPUTTREKK.

       1000.
           READ     REG
             AT END GO TO 9000.
           ADD      1 TO ANT-LEST.
           PERFORM  SJEKK-SEKVENS.
           IF       T-TKNR NOT = 1201 AND T-TKNR NOT = 0301
                    GO TO 1000.
           ADD      1 TO ANT-SAMMENLIGNET.

           PERFORM  HENT-IP01.
           MOVE     IP-STATUS      TO OPPSLAG-STATUS.
           PERFORM  FINN-KONTOR.
           MOVE     R-STATUS       TO GU-STATUS.
           MOVE     R-TKNR         TO GU-TKNR.
           MOVE     R-AVD          TO GU-AVD.

           PERFORM  MATCH-IPUTTREKK.
           PERFORM  FINN-KONTOR.

           IF       GU-STATUS = R-STATUS AND GU-TKNR = R-TKNR
                                         AND GU-AVD  = R-AVD
                    ADD 1 TO ANT-LIKE
                    GO TO 1000.
           IF       GU-STATUS NOT = '  ' AND R-STATUS NOT = '  '
                    ADD 1 TO ANT-LIKE ANT-AVVIST-BEGGE
                    GO TO 1000.
           PERFORM  SKRIV-AVVIK.
           GO TO    1000.
       9000.
           PERFORM  SKRIV-SUMMER.
           CLOSE    REG
                    IPUTTREKK
                    BYDEL
                    LISTE.
           DISPLAY  'R001BYDM LEST '   ANT-LEST
                    ' SAMMENLIGNET '   ANT-SAMMENLIGNET
                    ' ULIKE '          ANT-ULIKE.
           IF       ANT-ULIKE NOT = ZERO
                    MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *+---------------------------------------------------------------+
      *!   REG MÅ VÆRE SORTERT PÅ FØDSELSNR FOR MATCHINGEN.            !
      *+---------------------------------------------------------------+
       SJEKK-SEKVENS SECTION.
           MOVE     T-FNR TO DENNE-FNR.
           IF       DENNE-FNR < FORRIGE-FNR
                    DISPLAY 'R001BYDM: REG ER IKKE SORTERT PÅ FNR - '
                            DENNE-FNR ' ETTER ' FORRIGE-FNR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
           MOVE     DENNE-FNR TO FORRIGE-FNR.

      *+---------------------------------------------------------------+
      *!   DL/I-OPPSLAG (GU) MOT IPMAIN MED SAMME NØKKEL SOM R001BYDL. !
      *+---------------------------------------------------------------+
       HENT-IP01 SECTION.
           MOVE     T-FNR              TO W-FNR.
           MOVE     W-DAG              TO W-DD.
           MOVE     W-AR               TO W-DAG.
           MOVE     W-DD               TO W-AR.
           MOVE     W-FNR              TO W-IP-FNR.
           MOVE     T-TKNR             TO W-IP-TKNR.
           MOVE     W-IP-KEYN          TO IP-KEY-PACK.
           MOVE     IP-KEY-X           TO IP01-SSA1-PERSNKEY.
           CALL     'CBLTDLI' USING DLI-GU
                                    IP-PCB
                                    IP01-PERSON-SEGM
                                    IP01-SSA1-PERSKEY.

      *+---------------------------------------------------------------+
      *!   SEKVENSIELL MATCHING MOT IPUTTREKK SOM MODUS 'S' I R001BYDL.!
      *+---------------------------------------------------------------+
       MATCH-IPUTTREKK SECTION.
           MOVE     T-FNR              TO SOK-FNR.
           MOVE     T-TKNR             TO SOK-TKNR.
           PERFORM  LES-IPUTTREKK
               UNTIL IPU-NOKKEL NOT < SOK-NOKKEL.
           IF       IPU-NOKKEL = SOK-NOKKEL
                    MOVE IPU-BOKOMM  TO IP01-BOKOMM
                    MOVE IPU-TKAVD   TO IP01-TKAVD
                    MOVE IPU-SYSTAVD TO IP01-SYSTAVD
                    MOVE SPACES      TO OPPSLAG-STATUS
           ELSE
                    MOVE 'GE'        TO OPPSLAG-STATUS.

       LES-IPUTTREKK SECTION.
           READ     IPUTTREKK INTO IPU-POST
             AT END MOVE HIGH-VALUES TO IPU-NOKKEL.

      *+---------------------------------------------------------------+
      *!   OMKODER POSTEN ETTER SEGMENTFELTENE FRA SISTE OPPSLAG, MED  !
      *!   SAMME BYDEL-LOGIKK SOM R001BYDL (BERGEN/OSLO), MEN TIL      !
      *!   R-TKNR/R-AVD I STEDET FOR POSTEN SELV.                      !
      *+---------------------------------------------------------------+
       FINN-KONTOR SECTION.
           MOVE     OPPSLAG-STATUS  TO R-STATUS.
           MOVE     T-TKNR          TO R-TKNR.
           MOVE     SPACE           TO R-AVD.
           IF       OPPSLAG-STATUS NOT = '  '
                    GO TO 4099.
           MOVE     IP01-BOKOMM TO W-KOMM.
           MOVE     W-KOMM      TO BYDEL-KOMM.
           READ     BYDEL
             INVALID KEY MOVE SPACE TO BYDEL-AVD,
                         MOVE ZERO  TO BYDEL-TKNR.
           IF       BYDEL-STATUS = '00'
                    MOVE '9' TO BYDEL-FUNNET
           ELSE
                    MOVE SPACE TO BYDEL-FUNNET.
           IF       T-TKNR = 1201
                    PERFORM BERGEN
           ELSE
                    PERFORM OSLO.
       4099.
           EXIT.

       BERGEN SECTION.
           IF       BYDEL-FUNNET = '9'
                    MOVE BYDEL-AVD TO R-AVD
           ELSE
                    MOVE IP01-SYSTAVD TO R-AVD.

       OSLO SECTION.
           IF       BYDEL-FUNNET = '9'
                    MOVE BYDEL-TKNR TO R-TKNR
           ELSE
                    PERFORM OSLO-FRA-IPMAIN.

       OSLO-FRA-IPMAIN SECTION.
           MOVE     ZERO TO W-TKAVD-NUM.
           IF       IP01-TKAVD NUMERIC
                    MOVE IP01-TKAVD TO W-TKAVD-NUM.
           IF       W-TKAVD-NUM NOT = ZERO
                    COMPUTE R-TKNR = 300 + W-TKAVD-NUM
           ELSE
                    MOVE 301 TO R-TKNR.

      *+---------------------------------------------------------------+
      *!   LISTER EN PERSON DER DE TO METODENE GIR ULIKT RESULTAT.     !
      *+---------------------------------------------------------------+
       SKRIV-AVVIK SECTION.
           ADD      1 TO ANT-ULIKE.
           MOVE     T-FNR          TO AL-FNR.
           MOVE     T-TKNR         TO AL-TKNR.
           MOVE     GU-STATUS      TO AL-GU-STATUS.
           MOVE     GU-TKNR        TO AL-GU-TKNR.
           MOVE     GU-AVD         TO AL-GU-AVD.
           MOVE     R-STATUS       TO AL-FIL-STATUS.
           MOVE     R-TKNR         TO AL-FIL-TKNR.
           MOVE     R-AVD          TO AL-FIL-AVD.
           IF       GU-STATUS NOT = '  '
                    MOVE 'AVVIST BARE VED GU' TO AL-MERKNAD
                    GO TO 6099.
           IF       R-STATUS NOT = '  '
                    MOVE 'AVVIST BARE VED IPUTTREKK' TO AL-MERKNAD
                    GO TO 6099.
           IF       GU-TKNR NOT = R-TKNR AND GU-AVD NOT = R-AVD
                    MOVE 'ULIKT TKNR OG AVDELING' TO AL-MERKNAD
                    GO TO 6099.
           IF       GU-TKNR NOT = R-TKNR
                    MOVE 'ULIKT TRYGDEKONTORNR' TO AL-MERKNAD
           ELSE
                    MOVE 'ULIK AVDELING' TO AL-MERKNAD.
       6099.
           WRITE    LISTE-REC FROM AVVIK-LINJE AFTER 1.

       SKRIV-SUMMER SECTION.
           MOVE     'ANTALL LEST FRA REG' TO SL-TEKST.
           MOVE     ANT-LEST TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 3.
           MOVE     'ANTALL OSLO/BERGEN SAMMENLIGNET' TO SL-TEKST.
           MOVE     ANT-SAMMENLIGNET TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'ANTALL LIKT RESULTAT' TO SL-TEKST.
           MOVE     ANT-LIKE TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'HERAV AVVIST VED BEGGE METODER' TO SL-TEKST.
           MOVE     ANT-AVVIST-BEGGE TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
           MOVE     'ANTALL ULIKT RESULTAT (LISTET)' TO SL-TEKST.
           MOVE     ANT-ULIKE TO SL-ANTALL.
           WRITE    LISTE-REC FROM SUM-LINJE AFTER 1.
