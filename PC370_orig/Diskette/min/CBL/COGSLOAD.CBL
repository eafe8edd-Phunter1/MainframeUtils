000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSLOAD BUILDS THE COGSWORTH INVENTORY MASTER FILE.       *
000090*   THE FLAT, UNBLOCKED 75-BYTE IREC RECORDS DESCRIBED IN      *
000100*   COGS.CPY ARE READ FROM COGSIN AND LOADED INTO THE COGSMST  *
000110*   INDEXED (VSAM KSDS) FILE, KEYED ON IDESC, SO THAT LATER    *
000120*   PROGRAMS CAN LOOK UP A PRODUCT WITHOUT A FULL SEQUENTIAL   *
000167*                    FIELDS ON EVERY NEW MASTER RECORD         *
000168*   2012-05-29  DHH  INITIALIZE COGS3 REGION TABLE (EMPTY -    *
000169*                    NO ADDITIONAL REGIONS AT LOAD TIME)       *
000171*   2026-10-05  DHH  COGSIN RECORDS ARE NOW 75 BYTES WITH THE  *
000173*                    WIDENED COGSREC.CPY LAYOUT                *
000175****************************************************************
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER.  IBM-370.
000330 FILE SECTION.
000340 FD  COGS-INPUT-FILE
000350     RECORDING MODE IS F
000357     RECORD CONTAINS 75 CHARACTERS
000365     BLOCK CONTAINS 0 RECORDS
000370     LABEL RECORDS ARE STANDARD.
000380 COPY COGSREC.
