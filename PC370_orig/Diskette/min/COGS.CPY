*        This is COGS.CPY - Cogsworth's Inventory Data         *
*        Usage: COPY  COGS      (with COPY in column 10)       *
****************************************************************
IREC     DS    0CL75        1-75  Inventory record
IDESC    DS    CL10         1-10  Product description
ICALIF   DS    CL7         11-17  Units sold in Calif
IILL     DS    CL7         18-24  Units sold in Illinois
IUTAH    DS    CL7         25-31  Units sold in Utah
IWISC    DS    CL7         32-38  Units sold in Wisconsin
IBEGIN   DS    CL7         39-45  Beginning inventory
IPURCH   DS    CL7         46-52  Purchases throughout year
IQOH     DS    CL7         53-59  Actual quantity on hand
ICOST    DS    CL7         60-66  Cost (each) 99999V99
ISELL    DS    CL7         67-73  Sell for (each) 99999V99
ICRLF    DS    CL2         74-75  PC/370 only - CR/LF

