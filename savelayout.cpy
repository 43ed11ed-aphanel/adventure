        01 CurrentSaveLayout PIC 99 VALUE 3.
        01 LayoutFault PIC X VALUE "N".
