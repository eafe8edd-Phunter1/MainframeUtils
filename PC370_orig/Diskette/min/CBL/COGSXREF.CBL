000090*   COPYBOOKS THIS DISTRIBUTION IS BUILT AROUND - COGS.CPY,     *
000100*   THE INVENTORY RECORD LAYOUT, AND EQUSVCS.CPY, THE PC/370    *
000110*   SVC EQUATE LIST.  EACH COGS.CPY FIELD IS LISTED WITH ITS    *
000120*   OFFSET AND LENGTH IN THE 75-BYTE RECORD; EACH EQUSVCS.CPY   *
000130*   EQUATE IS LISTED WITH ITS SVC NUMBER.  NEITHER COPYBOOK IS  *
000140*   COMPILABLE COBOL, SO THE NAME/OFFSET/LENGTH AND NAME/VALUE  *
000150*   PAIRS ARE CARRIED HERE AS COBOL TABLES TRANSCRIBED FROM     *
000200*                                                              *
000210*   MODIFICATION HISTORY                                      *
000220*   2012-06-25  DHH  INITIAL VERSION                           *
000225*   2026-10-05  DHH  FIELD TABLE FOLLOWS THE 75-BYTE COGS.CPY  *
000230****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
001040 1100-BUILD-COGS-TABLE.
001050     MOVE "IREC"     TO CX-COGS-NAME(1).
001060     MOVE 1          TO CX-COGS-OFFSET(1).
001070     MOVE 75         TO CX-COGS-LENGTH(1).
001080     MOVE "Inventory record"          TO CX-COGS-DESC(1).
001090     MOVE "IDESC"    TO CX-COGS-NAME(2).
001100     MOVE 1          TO CX-COGS-OFFSET(2).
001120     MOVE "Product description"       TO CX-COGS-DESC(2).
001130     MOVE "ICALIF"   TO CX-COGS-NAME(3).
001140     MOVE 11         TO CX-COGS-OFFSET(3).
001150     MOVE 7          TO CX-COGS-LENGTH(3).
001160     MOVE "Units sold in Calif"       TO CX-COGS-DESC(3).
001170     MOVE "IILL"     TO CX-COGS-NAME(4).
001180     MOVE 18         TO CX-COGS-OFFSET(4).
001190     MOVE 7          TO CX-COGS-LENGTH(4).
001200     MOVE "Units sold in Illinois"    TO CX-COGS-DESC(4).
001210     MOVE "IUTAH"    TO CX-COGS-NAME(5).
001220     MOVE 25         TO CX-COGS-OFFSET(5).
001230     MOVE 7          TO CX-COGS-LENGTH(5).
001240     MOVE "Units sold in Utah"        TO CX-COGS-DESC(5).
001250     MOVE "IWISC"    TO CX-COGS-NAME(6).
001260     MOVE 32         TO CX-COGS-OFFSET(6).
001270     MOVE 7          TO CX-COGS-LENGTH(6).
001280     MOVE "Units sold in Wisconsin"   TO CX-COGS-DESC(6).
001290     MOVE "IBEGIN"   TO CX-COGS-NAME(7).
001300     MOVE 39         TO CX-COGS-OFFSET(7).
001310     MOVE 7          TO CX-COGS-LENGTH(7).
001320     MOVE "Beginning inventory"       TO CX-COGS-DESC(7).
001330     MOVE "IPURCH"   TO CX-COGS-NAME(8).
001340     MOVE 46         TO CX-COGS-OFFSET(8).
001350     MOVE 7          TO CX-COGS-LENGTH(8).
001360     MOVE "Purchases throughout year" TO CX-COGS-DESC(8).
001370     MOVE "IQOH"     TO CX-COGS-NAME(9).
001380     MOVE 53         TO CX-COGS-OFFSET(9).
001390     MOVE 7          TO CX-COGS-LENGTH(9).
001400     MOVE "Actual quantity on hand"   TO CX-COGS-DESC(9).
001410     MOVE "ICOST"    TO CX-COGS-NAME(10).
001420     MOVE 60         TO CX-COGS-OFFSET(10).
001430     MOVE 7          TO CX-COGS-LENGTH(10).
001440     MOVE "Cost (each) 99999V99"      TO CX-COGS-DESC(10).
001450     MOVE "ISELL"    TO CX-COGS-NAME(11).
001460     MOVE 67         TO CX-COGS-OFFSET(11).
001470     MOVE 7          TO CX-COGS-LENGTH(11).
001480     MOVE "Sell for (each) 99999V99"  TO CX-COGS-DESC(11).
001481     MOVE "ICRLF"    TO CX-COGS-NAME(12).
001482     MOVE 74         TO CX-COGS-OFFSET(12).
001483     MOVE 2          TO CX-COGS-LENGTH(12).
001484     MOVE "Carriage return / linefeed" TO CX-COGS-DESC(12).
001490 1100-EXIT.
