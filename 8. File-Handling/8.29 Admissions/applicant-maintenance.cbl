           ACCEPT AP-NAME.
           DISPLAY 'ENTER APPLIED CLASS: '.
           ACCEPT AP-APPLIED-CLASS.
           DISPLAY 'ENTER PROGRAMME (BLANK FOR GENERAL): '.
           ACCEPT AP-PROGRAMME.
           DISPLAY 'ENTER DOB (YYYYMMDD): '.
           ACCEPT AP-DOB.
           DISPLAY 'ENTER FIRST NAME: '.
