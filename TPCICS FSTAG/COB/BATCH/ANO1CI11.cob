       COPY CSTAG.

       FD  STAGFOR-FILE.
       01  STAGFOR-REC                PIC X(391).

       FD  DOCSPRD-FILE.
       COPY CDOCS.
