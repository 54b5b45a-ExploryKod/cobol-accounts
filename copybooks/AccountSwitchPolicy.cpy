      ******************************************************************
      * AccountSwitchPolicy.cpy
      * Account switching rule used by AccountSwitchRun. COPY into
      * WORKING-STORAGE SECTION.
      ******************************************************************
       01 SWP-REDIRECT-MONTHS        PIC 9(2) VALUE 36.
      *    Months after a completed switch during which inbound
      *    clearing items addressed to the old account are posted to
      *    the new one instead of being rejected as closed.
