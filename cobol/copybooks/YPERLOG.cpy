      *** RIGA DEL GIORNALE PERIODI (file PERLOG): CTRLPER vi    ***
      *** scrive i movimenti MOVMAG ridatati o rifiutati perche' ***
      *** cadevano in un periodo chiuso, PERIODI le aperture,    ***
      *** chiusure e riaperture del calendario PERCAL (queste    ***
      *** ultime col motivo). EVENTO-PG: RIDATATO, RIFIUTO,      ***
      *** NUOVO, CHIUSO, RIAPERTO                                ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-PG                   PIC 9(6).
           05 TG-PG-1                   PIC X.
           05 ORA-PG                    PIC 9(6).
           05 TG-PG-2                   PIC X.
           05 TERMINALE-PG              PIC X(8).
           05 TG-PG-3                   PIC X.
           05 UTENTE-PG                 PIC X(8).
           05 TG-PG-4                   PIC X.
           05 EVENTO-PG                 PIC X(8).
           05 TG-PG-5                   PIC X.
           05 SOC-PG                    PIC 99.
           05 TG-PG-6                   PIC X.
           05 PERIODO-PG                PIC 9(4).
           05 TG-PG-7                   PIC X.
           05 SETT-ORIG-PG              PIC 9(4).
           05 TG-PG-8                   PIC X.
           05 SETT-NUOVA-PG             PIC 9(4).
           05 TG-PG-9                   PIC X.
           05 C-MAT-PG                  PIC 9(15).
           05 TG-PG-10                  PIC X.
           05 MAG-PG                    PIC 9(3).
           05 TG-PG-11                  PIC X.
           05 C-OPE-PG                  PIC X(4).
           05 TG-PG-12                  PIC X.
           05 MOTIVO-PG                 PIC X(30).
      *
      *CONTROL LIST
      *
