*> which function. signon.cob logs the sign-on itself; mainmenu.cob
*> and custmaint.cob log each function they dispatch, which is the
*> who-did-what trail the auditors asked for alongside CUSTAUD's
*> what-changed trail. The record layout is shared with the security
*> report, secrpt.cob.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
DATA DIVISION.
FILE SECTION.
FD SESSLOG.
COPY sessrec.
WORKING-STORAGE SECTION.
01 WS-SESSLOG-STATUS PIC XX VALUE "00".
LINKAGE SECTION.
