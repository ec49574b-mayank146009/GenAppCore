006300                   ==EL-SQLERRMC==     BY ==AR-SQLERRMC==,
006400                   ==EL-SQLERRD3==     BY ==AR-SQLERRD3==,
006450                   ==EL-JOB-NAME==     BY ==AR-JOB-NAME==,
006500                   ==EL-INCIDENT-ID==  BY ==AR-INCIDENT-ID==,
006501                   ==EL-MAINT-WINDOW== BY ==AR-MAINT-WINDOW==,
006502                   ==EL-MW-TAG==       BY ==AR-MW-TAG==,
006503                   ==EL-IN-MAINT-WINDOW==
006504                                       BY ==AR-IN-MAINT-WINDOW==,
006505                   ==EL-MW-WINDOW-ID== BY ==AR-MW-WINDOW-ID==.

006600 FD  EXTRACT-FILE
006700     RECORDING MODE IS F
007600                   ==EL-SQLERRMC==     BY ==EX-SQLERRMC==,
007700                   ==EL-SQLERRD3==     BY ==EX-SQLERRD3==,
007750                   ==EL-JOB-NAME==     BY ==EX-JOB-NAME==,
007800                   ==EL-INCIDENT-ID==  BY ==EX-INCIDENT-ID==,
007801                   ==EL-MAINT-WINDOW== BY ==EX-MAINT-WINDOW==,
007802                   ==EL-MW-TAG==       BY ==EX-MW-TAG==,
007803                   ==EL-IN-MAINT-WINDOW==
007804                                       BY ==EX-IN-MAINT-WINDOW==,
007805                   ==EL-MW-WINDOW-ID== BY ==EX-MW-WINDOW-ID==.

007900 FD  REPORT-FILE
008000     RECORDING MODE IS F
