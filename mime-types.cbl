                   MOVE "application/xml" TO LS-MIME-TYPE
               WHEN "txt  "
                   MOVE "text/plain" TO LS-MIME-TYPE
               WHEN "ics  "
                   MOVE "text/calendar" TO LS-MIME-TYPE
               WHEN "vcf  "
                   MOVE "text/vcard" TO LS-MIME-TYPE
               WHEN "ldif "
                   MOVE "text/plain" TO LS-MIME-TYPE
               WHEN "png  "
                   MOVE "image/png" TO LS-MIME-TYPE
               WHEN "jpg  "
