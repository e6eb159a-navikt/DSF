      *!            GRP/TP.AVDØD/TP.EGEN/SÆRTILLEGG/SUM YTELSE.        !
      *!            FINNES IKKE PERSONEN, SVARES DET KLART             !
      *!            'IKKE MED I SISTE KJØRING'.                        !
      *!            HVERT OPPSLAG LOGGES MED BRUKER OG TERMINAL FRA    !
      *!            IO-PCB, DATO, KLOKKESLETT, FØDSELSNR, OM PERSONEN  !
      *!            BLE FUNNET OG PERSONENS TRYGDEKONTOR (SE R001LOGR).!
      *!            KAN OPPSLAGET IKKE LOGGES, GIS DET INTET SVAR.     !
      *!   INPUT  : SKJERMBILDE MED FNR (IO-PCB)                       !
      *!   OPPSLAG: P291.EKSREG.VSAM                                   !
      *!   OUTPUT : SKJERMBILDE MED REGISTERLINJEN (IO-PCB)            !
      *!            P291.OPPSLOG.VSAM (OPPSLAGSLOGGEN)                 !
      *+---------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS REGI-FNR
               FILE STATUS IS EKSREG-STATUS.

           SELECT OPPSLOG ASSIGN OPPSLOG
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOGG-KEY
               FILE STATUS IS OPPSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

           02 REGI-SUMYD    PIC S9(5)  COMP-3.
           02 REGI-TRKNR    PIC S9(5)  COMP-3.

      *+---------------------------------------------------------------+
      *!   OPPSLAGSLOGGEN, FELLES FOR R001EKSS OG R001BYDS. NØKKELEN   !
      *!   ER DATO (ÅÅMMDD), KLOKKESLETT (TTMMSSHH), TERMINAL OG ET    !
      *!   LØPENUMMER SOM SKILLER TO OPPSLAG I SAMME HUNDREDEL.        !
      *!   LOGG-FUNNET: 'J' = PERSONEN FUNNET, 'N' = IKKE FUNNET.      !
      *!   LOGG-TKNR ER PERSONENS TRYGDEKONTOR (0000 = UKJENT).        !
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

       WORKING-STORAGE SECTION.
       01  DLI-GU                  PIC X(4)  VALUE 'GU  '.
       01  DLI-ISRT                PIC X(4)  VALUE 'ISRT'.
       01  EKSREG-STATUS           PIC XX    VALUE '00'.
       01  OPPSLOG-STATUS          PIC XX    VALUE '00'.
       01  OPPSL-FUNNET            PIC X     VALUE SPACE.
       01  OPPSL-TKNR              PIC 9(4)  VALUE 0.

      *+---------------------------------------------------------------+
      *!   SKJERMBILDE INN: FØDSELSNUMMERET SAKSBEHANDLEREN VIL SLÅ    !
           ENTRY   'DLITCBL' USING IO-PCB.

           OPEN     INPUT          EKSREG.
           OPEN     I-O            OPPSLOG.

           CALL     'CBLTDLI' USING DLI-GU
                                     IO-PCB
                                     IO-INN-MSG.

           PERFORM  BLANK-SVAR.
           MOVE     SPACES TO IO-UT-MELDING.
           MOVE     IO-INN-FNR TO IO-UT-FNR.

           IF       IO-STATUS NOT = SPACES
                         IO-UT-MELDING
                    GO TO 0500.

      * UTEN LOGG INTET OPPSLAG - ALLE OPPSLAG SKAL KUNNE SPORES.
           IF       OPPSLOG-STATUS NOT = '00'
                    MOVE 'LOGGEN ER IKKE TILGJENGELIG' TO
                         IO-UT-MELDING
                    GO TO 0500.

           PERFORM  HENT-REGISTER.
           PERFORM  SKRIV-LOGG.

       0500.
           CALL     'CBLTDLI' USING DLI-ISRT
                                     IO-UT-MSG.

           CLOSE    EKSREG.
           CLOSE    OPPSLOG.
           GOBACK.

       BLANK-SVAR SECTION.
           MOVE     SPACES TO IO-UT-NAVN.
           MOVE     SPACE  TO IO-UT-PSTAT1 IO-UT-PSTAT2.
           MOVE     ZERO   TO IO-UT-TKNR.
           MOVE     ZERO   TO IO-UT-GRP IO-UT-TPAVD IO-UT-TPEGEN
                              IO-UT-SAERTIL IO-UT-SUMYD.

      *+---------------------------------------------------------------+
      *!   REGISTERET ER NØKLET PÅ FØDSELSNUMMERET SLIK DET STÅR I     !
      *!   EKSTRAKTET (VANLIG DDMMÅÅ-FORM) - SAMME FORM SOM            !
      *!   SAKSBEHANDLEREN TASTER, SÅ DET BRUKES UFORANDRET.           !
      *+---------------------------------------------------------------+
       HENT-REGISTER SECTION.
           MOVE     'N'                TO OPPSL-FUNNET.
           MOVE     ZERO               TO OPPSL-TKNR.
           MOVE     IO-INN-FNR         TO REGI-FNR.
           READ     EKSREG
             INVALID KEY MOVE 'IKKE MED I SISTE KJØRING' TO
                              IO-UT-MELDING
                         GO TO 9999.
           MOVE     'J'          TO OPPSL-FUNNET.
           MOVE     REGI-TRKNR   TO OPPSL-TKNR.
           MOVE     REGI-NAVN    TO IO-UT-NAVN.
           MOVE     REGI-TRKNR   TO IO-UT-TKNR.
           MOVE     REGI-PSTAT1  TO IO-UT-PSTAT1.
           MOVE     REGI-SUMYD   TO IO-UT-SUMYD.
       9999.
           EXIT.

      *+---------------------------------------------------------------+
      *!   LOGGER OPPSLAGET. GIR NØKKELEN DUBLETT (SAMME TERMINAL I    !
      *!   SAMME HUNDREDEL), PRØVES NESTE LØPENUMMER. LYKKES DET IKKE, !
      *!   TAS SVARET BORT IGJEN FØR SKJERMBILDET SENDES.              !
      *+---------------------------------------------------------------+
       SKRIV-LOGG SECTION.
           MOVE     SPACES       TO LOGG-REC.
           ACCEPT   LOGG-DATO FROM DATE.
           ACCEPT   LOGG-TID  FROM TIME.
           MOVE     IO-LTERM     TO LOGG-LTERM.
           MOVE     ZERO         TO LOGG-LOPENR.
           MOVE     IO-USERID    TO LOGG-BRUKER.
           MOVE     'R001EKSS'   TO LOGG-TRANS.
           MOVE     IO-INN-FNR   TO LOGG-FNR.
           MOVE     OPPSL-FUNNET TO LOGG-FUNNET.
           MOVE     OPPSL-TKNR   TO LOGG-TKNR.
       8000.
           WRITE    LOGG-REC
             INVALID KEY GO TO 8100.
           IF       OPPSLOG-STATUS = '00'
                    GO TO 8999.
           GO TO    8200.
       8100.
           IF       LOGG-LOPENR < 9
                    ADD 1 TO LOGG-LOPENR
                    GO TO 8000.
       8200.
           PERFORM  BLANK-SVAR.
           MOVE     'OPPSLAGET KUNNE IKKE LOGGES' TO IO-UT-MELDING.
       8999.
           EXIT.
