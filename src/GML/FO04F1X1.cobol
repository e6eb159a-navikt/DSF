      *   SIST ENDRET 15/10-26          AV   ARNE                       00004000
      *   SIST ENDRET 21/08-96          AV   ARNE                       00005000
      *   SIST ENDRET 26/06-91          AV   TUYEN                      00010000
      *   SIST ENDRET 23/09-85 09.28.09 AV   ANNE                       00020000
004200     02 K-ART        PIC X.                                       00730000
004250     02 TKNR         PIC 9(4).                                    00740000
      * K-ART = 'F' : TKNR ERSTATTES AV FYLKESNR (2 FØRSTE SIFRE),      00740001
      * SE TEST-FYLKE. FYLKE EKSPANDERES MOT TRYGDEKONTORREGISTERET.    00740002
           02 FYLKE        REDEFINES TKNR PIC 99.                       00740003
004300     02 FILLER       PIC X(75).                                   00750000
      *+---------------------------------------------------------------+00750001
           03 KJR-DATO     PIC 9(6).                                    00750042
           03 KJR-ANT-INN  PIC 9(7).                                    00750043
           03 KJR-ANT-UT   PIC 9(7).                                    00750044
      * KJR-ANNULL = 'A' ER ET ANNULLERINGSMERKE FRA TILBAKEFØRINGEN    00750046
      * FO04F1A1: DET OPPHEVER TIDLIGERE KJØRINGER AV STEGET FOR        00750047
      * PERIODEN, SLIK AT STEGET KAN KJØRES PÅ NYTT.                    00750048
           03 KJR-ANNULL   PIC X.                                       00750049
           03 FILLER       PIC X(47).                                   00750050
004350 WORKING-STORAGE SECTION.                                         00760000
       77  TRK-AKK      PIC 9(4) VALUE ZEROS.                           00770000
       77  SIDE-AKK     PIC 9(4) VALUE ZEROS.                           00780000
004600 77  SVAR         PIC X.                                          00810000
      * HISTORIKK OVER GYLDIGE GRUNNBELØP MED BEREGNINGS- OG            00810001
      * KUNNGJØRINGSDATO, JF. RIKSTRYGDEVERKETS G-REGULERINGER.         00810002
      * SJEKKES I SJEKK-GRUNNBELOP. OGSÅ I FO04F1G1 - OPPDATER BEGGE.   00810003
       77  G-IX            PIC 9(2)    VALUE ZERO.                      00810004
       77  SW-G-FUNNET     PIC X       VALUE SPACE.                     00810005
       01  G-BELOP-KONSTANTER.                                          00810006
      * LEGG INN DE 2 NESTE LINJENE .          TUYEN 8.7.91             00820000
004550 77  TRK-NR       PIC 9(4).                                       00830000
004600 77  TRK-NAVN     PIC X(23).                                      00840000
      * PARAMETEROMRÅDE FOR R001TKRS (TRYGDEKONTORREGISTERET), SOM      00840001
      * AVLØSER R001NRC/R001NAC. PERIODEN ER K-PERIODE PÅ KORTET.       00840002
       01  TKR-PARM.                                                    00840003
           03 TKR-TKNR     PIC 9(4).                                    00840004
           03 TKR-PERIODE  PIC 9(4).                                    00840005
           03 TKR-SVAR     PIC X.                                       00840006
           03 TKR-NAVN     PIC X(23).                                   00840007
           03 TKR-FYLKE    PIC 99.                                      00840008
           03 TKR-ETTERF   PIC 9(4).                                    00840009
004650 77  SW-ALLE      PIC X       VALUE SPACE.                        00850000
      * REGIONAL (FYLKESVIS) TKNR-UTVALG, SE TEST-FYLKE/BYGG-REGION.    00850001
       77  SW-REGION       PIC X       VALUE SPACE.                     00850002
      * MELDES I REGISTERET, SE SJEKK-FULLKJORING.                     00879910
       77  SW-FULL         PIC X          VALUE SPACE.                  00879911
       77  SW-KJR-SLUTT    PIC X          VALUE SPACE.                  00879902
       77  SW-KJR-GYLDIG   PIC X          VALUE SPACE.                  00879912
       77  SW-STEG-KJORT   PIC X          VALUE SPACE.                  00879903
       77  SW-FORRIGE-OK   PIC X          VALUE SPACE.                  00879904
       77  KJR-DAGDATO     PIC 9(6)       VALUE ZERO.                   00879905
           PERFORM SJEKK-FULLKJORING                                    03095000
011100     GO TO LES.                                                   03100000
011150     MOVE TKNR TO TKNR-TEST.                                      03110000
011200     PERFORM SJEKK-TKNR-REG.                                      03120000
011250     IF SVAR = '0'                                                03130000
011300     GO TO LES.                                                   03140000
011350     STOP 'UGYLDIG TKNR I PARAMETERKORT'.                         03150000
011400     GO TO LES-PARAM.                                             03160000
      * K-ART = 'F' : FYLKE INNEHOLDER FYLKESNR, EKSPANDERES TIL EN     03160001
      * REGION-TABELL AV ALLE GYLDIGE TKNR I FYLKET (JF. R001TKRS).     03160002
       TEST-FYLKE.                                                      03160003
           MOVE SPACE TO SW-ALLE.                                       03160004
           MOVE ZERO  TO REGION-CNT.                                    03160005
           GO TO LES.                                                   03160012
       BYGG-REGION.                                                     03160013
           COMPUTE TKNR-TEST = FYLKE * 100 + W-KONTOR.                  03160014
           PERFORM SJEKK-TKNR-REG.                                      03160015
           IF SVAR = '0'                                                03160016
               ADD 1 TO REGION-CNT                                      03160017
               MOVE TKNR-TEST TO REGION-TKNR (REGION-CNT).              03160018
               MOVE '9' TO SW-ALLE                                      03322249
           ELSE                                                         03322250
               MOVE TKNR TO TKNR-TEST                                   03322251
               PERFORM SJEKK-TKNR-REG                                   03322252
               IF SVAR NOT = '0'                                        03322253
                   STOP 'UGYLDIG TKNR I PARAMETERKORT'.                 03322254
      * GJENOPPRETTER SIDE/KONTOR/TOTAL-AKKUMULATORENE FRA RESTART-     03322216
                        ' SIM-KONTOR-PRO=' SIM-KONTOR-PRO               03322268
                        ' SIM-TOTAL-NAA=' SIM-TOTAL-NAA                 03322269
                        ' SIM-TOTAL-PRO=' SIM-TOTAL-PRO.                03322270
      * KONTROLL AV TKNR-TEST MOT TRYGDEKONTORREGISTERET FOR PERIODEN   03322280
      * PÅ KORTET. UTEN PERIODE (PRØVEKJØRING) KONTROLLERES BARE AT     03322281
      * KONTORET FINNES. SVAR = '0' ER GYLDIG, SOM FRA R001NRC.         03322282
       SJEKK-TKNR-REG.                                                  03322283
           MOVE TKNR-TEST TO TKR-TKNR.                                  03322284
           PERFORM FLYTT-TKR-PERIODE.                                   03322285
           CALL 'R001TKRS' USING TKR-PARM.                              03322286
           MOVE TKR-SVAR TO SVAR.                                       03322287
       FLYTT-TKR-PERIODE.                                               03322288
           IF K-PERIODE NUMERIC                                         03322289
               MOVE K-PERIODE TO TKR-PERIODE                            03322290
           ELSE                                                         03322291
               MOVE ZERO TO TKR-PERIODE.                                03322292
012200 SKRIV-HEADING.                                                   03330000
           IF SW-KONTORBRUDD = 'J'                                      03330001
              PERFORM SKRIV-KONTOR-SUM                                  03330002
           MOVE AVD   TO W-AVD.                                         03390001
012500*    CALL 'TRKNAVN' USING NR-NAVN.                                03400000
012500*    LEGG INN NESTE LINJE ISTEDENFOR           TUYEN 8.7.91       03410000
012500*    CALL 'R001NAC' USING TRK-NR, TRK-NAVN.                       03420000
           MOVE TRK-NR TO TKR-TKNR.                                     03420001
           PERFORM FLYTT-TKR-PERIODE.                                   03420002
           CALL 'R001TKRS' USING TKR-PARM.                              03420003
           MOVE TKR-NAVN TO TRK-NAVN.                                   03420004
012550     MOVE TRK-NAVN TO TKNAVN.                                     03430000
           IF TRK-NR = 1201                                             03440001
              MOVE 'AVDELING: ' TO FIL-1                                03450001
               STOP RUN.                                                04030082
       LES-KJOREREG.                                                    04030083
           READ KJOREREG AT END MOVE '9' TO SW-KJR-SLUTT.               04030084
           MOVE '9' TO SW-KJR-GYLDIG.                                   04030103
           IF KJR-ANNULL = 'A'                                          04030104
               MOVE SPACE TO SW-KJR-GYLDIG.                             04030105
           IF SW-KJR-SLUTT NOT = '9'                                    04030085
               IF KJR-PERIODE = K-PERIODE                               04030086
                   IF KJR-STEG = 'FO04F1X1'                             04030087
                       MOVE SW-KJR-GYLDIG TO SW-STEG-KJORT              04030088
                   ELSE                                                 04030089
                       IF KJR-STEG = 'R001BYDB'                         04030090
                           MOVE SW-KJR-GYLDIG TO SW-FORRIGE-OK.         04030091
       MELD-KJOREREG.                                                   04030092
           OPEN EXTEND KJOREREG.                                        04030093
           MOVE SPACES       TO KJR-REC.                                04030094
