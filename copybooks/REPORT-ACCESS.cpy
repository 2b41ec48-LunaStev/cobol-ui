      *> REPORT-ACCESS.cpy
      *> Which policy.json resource each report-producing job's
      *> output belongs to - the billing reports to invoices (or
      *> plan, payment-methods), the support ones to tickets, the
      *> security and access reviews to users, the build and data
      *> checks to deployments, and the general statistics to
      *> dashboards. A role may receive a report only with a
      *> grant to read its resource, so a Viewer never gets a
      *> billing report. Looked up by RPT-JOB; a job missing here
      *> is readable only through a '*' grant, so a new report job
      *> needs its line before anyone but an Owner can subscribe.
       01 RAC-VALUES.
          05 FILLER   PIC X(24) VALUE
             'A11YRPT deployments     '.
          05 FILLER   PIC X(24) VALUE
             'ADJREG  invoices        '.
          05 FILLER   PIC X(24) VALUE
             'AMTCONV invoices        '.
          05 FILLER   PIC X(24) VALUE
             'APIKSWP users           '.
          05 FILLER   PIC X(24) VALUE
             'APPLYTRNsettings        '.
          05 FILLER   PIC X(24) VALUE
             'APRSWP  users           '.
          05 FILLER   PIC X(24) VALUE
             'ASSETFX deployments     '.
          05 FILLER   PIC X(24) VALUE
             'ATTRRPT dashboards      '.
          05 FILLER   PIC X(24) VALUE
             'AUDVRFY users           '.
          05 FILLER   PIC X(24) VALUE
             'BANKREM invoices        '.
          05 FILLER   PIC X(24) VALUE
             'BHBUILD deployments     '.
          05 FILLER   PIC X(24) VALUE
             'BHPUBLSHdeployments     '.
          05 FILLER   PIC X(24) VALUE
             'BHROLLBKdeployments     '.
          05 FILLER   PIC X(24) VALUE
             'BILCLOSEinvoices        '.
          05 FILLER   PIC X(24) VALUE
             'CAMPPERFdashboards      '.
          05 FILLER   PIC X(24) VALUE
             'CAMPRPT invoices        '.
          05 FILLER   PIC X(24) VALUE
             'CARDSWP payment-methods '.
          05 FILLER   PIC X(24) VALUE
             'CHGPOST invoices        '.
          05 FILLER   PIC X(24) VALUE
             'CHGSEND invoices        '.
          05 FILLER   PIC X(24) VALUE
             'CPNRPT  invoices        '.
          05 FILLER   PIC X(24) VALUE
             'CRDHOLD invoices        '.
          05 FILLER   PIC X(24) VALUE
             'CREDSWP users           '.
          05 FILLER   PIC X(24) VALUE
             'DATABKUPdeployments     '.
          05 FILLER   PIC X(24) VALUE
             'DATACHK deployments     '.
          05 FILLER   PIC X(24) VALUE
             'DATCMP  deployments     '.
          05 FILLER   PIC X(24) VALUE
             'DORMSWP users           '.
          05 FILLER   PIC X(24) VALUE
             'DSLLINT deployments     '.
          05 FILLER   PIC X(24) VALUE
             'DUNGEN  invoices        '.
          05 FILLER   PIC X(24) VALUE
             'FLDINV  deployments     '.
          05 FILLER   PIC X(24) VALUE
             'FRMJSON deployments     '.
          05 FILLER   PIC X(24) VALUE
             'FWDRCV  users           '.
          05 FILLER   PIC X(24) VALUE
             'FXLOAD  invoices        '.
          05 FILLER   PIC X(24) VALUE
             'GLEXPORTinvoices        '.
          05 FILLER   PIC X(24) VALUE
             'HITSTAT dashboards      '.
          05 FILLER   PIC X(24) VALUE
             'INVAGE  invoices        '.
          05 FILLER   PIC X(24) VALUE
             'INVXCSV invoices        '.
          05 FILLER   PIC X(24) VALUE
             'INVXPDF invoices        '.
          05 FILLER   PIC X(24) VALUE
             'JOBWATCHdeployments     '.
          05 FILLER   PIC X(24) VALUE
             'LNKGRAPHdeployments     '.
          05 FILLER   PIC X(24) VALUE
             'METERUSEplan            '.
          05 FILLER   PIC X(24) VALUE
             'MRRRPT  invoices        '.
          05 FILLER   PIC X(24) VALUE
             'MSGXREF deployments     '.
          05 FILLER   PIC X(24) VALUE
             'MSTCONV deployments     '.
          05 FILLER   PIC X(24) VALUE
             'OVERRPT plan            '.
          05 FILLER   PIC X(24) VALUE
             'PAYRECONinvoices        '.
          05 FILLER   PIC X(24) VALUE
             'PAYREV  invoices        '.
          05 FILLER   PIC X(24) VALUE
             'PLCYAUD users           '.
          05 FILLER   PIC X(24) VALUE
             'PRMSWP  invoices        '.
          05 FILLER   PIC X(24) VALUE
             'RECERT  users           '.
          05 FILLER   PIC X(24) VALUE
             'RETAIN  deployments     '.
          05 FILLER   PIC X(24) VALUE
             'REVREC  invoices        '.
          05 FILLER   PIC X(24) VALUE
             'SECMON  users           '.
          05 FILLER   PIC X(24) VALUE
             'SLARPT  tickets         '.
          05 FILLER   PIC X(24) VALUE
             'SODRPT  users           '.
          05 FILLER   PIC X(24) VALUE
             'STMTGEN invoices        '.
          05 FILLER   PIC X(24) VALUE
             'SVYRPT  tickets         '.
          05 FILLER   PIC X(24) VALUE
             'TAXSUM  invoices        '.
          05 FILLER   PIC X(24) VALUE
             'TKTDUP  tickets         '.
          05 FILLER   PIC X(24) VALUE
             'TKTMAIL tickets         '.
          05 FILLER   PIC X(24) VALUE
             'TKTROUTEtickets         '.
          05 FILLER   PIC X(24) VALUE
             'TRNGATE deployments     '.
          05 FILLER   PIC X(24) VALUE
             'UPTIME  dashboards      '.
          05 FILLER   PIC X(24) VALUE
             'USRIMPRTusers           '.
          05 FILLER   PIC X(24) VALUE
             'WKSCONV users           '.
          05 FILLER   PIC X(24) VALUE
             'YECLOSE invoices        '.
       01 RAC-TABLE REDEFINES RAC-VALUES.
          05 RAC-ENTRY OCCURS 65 TIMES.
             10 RAC-JOB          PIC X(08).
             10 RAC-RESOURCE     PIC X(16).
      *> Entries in the table above - raise it with each new line.
       01 RAC-COUNT              PIC 9(03) COMP VALUE 65.
