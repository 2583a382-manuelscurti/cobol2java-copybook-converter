      *                        BE300K1                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - CONTROLLO DATA VALUTA      *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA CALL     *
      *                 (PROCEDURE DIVISION USING, COME BE300K7)      *
      *                 DALLA CATTURA BONIFICI E DAI BATCH BE300RZ E  *
      *                 BE300SE PER VALIDARE UNA DATA VALUTA          *
      *                 (BE3P02-ORD-VL-AD / BEN-VAL-FISSA)            *
      *                 CONTRO IL CALENDARIO TARGET2 MANUTENUTO IN    *
      *                 T_BE_CALENDARIO: SABATI, DOMENICHE E          *
      *                 FESTIVITA' DI CALENDARIO NON SONO GIORNATE    *
      *                 CONGRUENZA DI ZELLER, SENZA TABELLE           *
      *  CREAZIONE    : AGOSTO 2026                                    *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI           *
      *  INPUT        : AREA K301 (DATA VALUTA AAAAMMGG)              *
      *  OUTPUT       : AREA K301 (ESITO, DATA PROPOSTA)              *
      *                                                                *
      ******************************************************************
      * MS220826  PRIMA STESURA - VALIDAZIONE DATA VALUTA SU           *
      *           CALENDARIO TARGET2                                   *
      * MS151026  INTERFACCIA VIA PROCEDURE DIVISION USING: CHIAMABILE *
      *           ANCHE DAL BATCH BE300RZ E BE300SE                    *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300K1.
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  K301-AREA.
           02  K301-COMM-DATA-VAL       PIC  9(08).
           02  K301-COMM-ESITO          PIC  X(01).
               88  K301-COMM-OK                      VALUE 'S'.
               88  K301-COMM-WEEKEND                 VALUE 'W'.
           02  K301-COMM-DATA-PROPOSTA  PIC  9(08).
      *
       PROCEDURE  DIVISION USING K301-AREA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-VALIDA      THRU 1000-VALIDA-X
